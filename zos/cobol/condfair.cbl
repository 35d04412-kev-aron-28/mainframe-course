       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. CONDFAIR.                                            00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * FAIR-LENDING DISPARATE-IMPACT REPORT.                    *      00000090
      * READS THE CONDI DECISION HISTORY FOR ONE PERIOD (BY      *      00000100
      * DEFAULT LAST CALENDAR QUARTER) AND PRINTS, WITHIN EACH   *      00000110
      * PRODUCT, THE APPROVAL, DECLINE, REFER AND OVERRIDE RATES *      00000120
      * OF EVERY AGE BAND AND EVERY APPLICANT COUNTRY, WITH EACH *      00000130
      * GROUP'S ADVERSE-IMPACT RATIO - ITS APPROVAL RATE OVER    *      00000140
      * THE APPROVAL RATE OF THE MOST-FAVORED GROUP OF THE SAME  *      00000150
      * PRODUCT AND CHARACTERISTIC.  A GROUP BELOW THE FOUR-     *      00000160
      * FIFTHS THRESHOLD IS FLAGGED AND THE PRINCIPAL ADVERSE-   *      00000170
      * ACTION REASON CODES BEHIND ITS DECLINES AND REFERS ARE   *      00000180
      * LISTED UNDER IT.  ANY FLAG ENDS THE RUN WITH THE         *      00000190
      * WARNING CODE.  RATES ARE PER DECISION, AS IN CONDTRND:   *      00000200
      * A REFER RESOLVED AT THE DESK IN A LATER RUN COUNTS ONCE  *      00000210
      * AS A REFER AND ONCE AS THE DESK'S (OVERRIDE) DECISION.   *      00000220
      * ********************************************************        00000230
       ENVIRONMENT DIVISION.                                            00000240
       INPUT-OUTPUT SECTION.                                            00000250
       FILE-CONTROL.                                                    00000260
           SELECT HIST-FILE                                             00000270
           ASSIGN TO CONDHIST                                           00000280
           ORGANIZATION IS SEQUENTIAL                                   00000290
           FILE STATUS IS FS-HIST-FILE.                                 00000300
           SELECT FAIR-CTL-FILE                                         00000310
           ASSIGN TO FAIRCTL                                            00000320
           ORGANIZATION IS SEQUENTIAL                                   00000330
           FILE STATUS IS FS-FAIR-CTL-FILE.                             00000340
           SELECT REASON-FILE                                           00000350
           ASSIGN TO CONDRSN                                            00000360
           ORGANIZATION IS SEQUENTIAL                                   00000370
           FILE STATUS IS FS-REASON-FILE.                               00000380
           SELECT FAIR-RPT-FILE                                         00000390
           ASSIGN TO FAIRRPT                                            00000400
           ORGANIZATION IS SEQUENTIAL                                   00000410
           FILE STATUS IS FS-FAIR-RPT-FILE.                             00000420
           SELECT PROC-DATE-FILE                                        00000430
           ASSIGN TO PROCDATE                                           00000440
           ORGANIZATION IS SEQUENTIAL                                   00000450
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000460
       DATA DIVISION.                                                   00000470
       FILE SECTION.                                                    00000480
       FD HIST-FILE.                                                    00000490
       01 HIST-RECORD.                                                  00000500
           05 HST-APPL-ID           PIC 9(09).                          00000510
           05 HST-DECISION          PIC X(10).                          00000520
           05 HST-DATE              PIC 9(08).                          00000530
           05 HST-PRODUCT-CD        PIC X(04).                          00000540
           05 HST-SCORE             PIC 9(03).                          00000550
           05 HST-OVERRIDE          PIC X(01).                          00000560
           05 HST-ARM               PIC X(01).                          00000570
           05 HST-AGE               PIC 9(03).                          00000580
           05 HST-COUNTRY           PIC X(03).                          00000590
           05 HST-BUREAU-REF        PIC X(12).                          00000600
           05 HST-PRIN-RSN          PIC X(04).                          00000610
           05 HST-OFFER-PRODUCT     PIC X(04).                          00000616
           05 FILLER                PIC X(18).                          00000622
                                                                        00000630
      *> ***************************************************************00000640
      *> CONTROL CARD.  COLS 2-17 AN EXPLICIT FROM/TO PERIOD (BLANK =   00000650
      *> LAST CALENDAR QUARTER); COLS 18-20 THE IMPACT THRESHOLD IN     00000660
      *> PERCENT (BLANK = 080, THE FOUR-FIFTHS RULE); COLS 21-24 THE    00000670
      *> FEWEST DECISIONS A GROUP NEEDS TO BE RATED (BLANK = 0030) -    00000680
      *> A HANDFUL OF DECISIONS PROVES NOTHING EITHER WAY               00000690
      *> ***************************************************************00000700
       FD FAIR-CTL-FILE.                                                00000710
       01 FAIR-CTL-RECORD.                                              00000720
           05 FRC-MODE              PIC X(01).                          00000730
           05 FRC-FROM-DATE         PIC X(08).                          00000740
           05 FRC-FROM-NUM REDEFINES FRC-FROM-DATE PIC 9(08).           00000750
           05 FRC-TO-DATE           PIC X(08).                          00000760
           05 FRC-TO-NUM REDEFINES FRC-TO-DATE PIC 9(08).               00000770
           05 FRC-THRESHOLD         PIC X(03).                          00000780
           05 FRC-THRESHOLD-NUM REDEFINES FRC-THRESHOLD PIC 9(03).      00000790
           05 FRC-MIN-GROUP         PIC X(04).                          00000800
           05 FRC-MIN-GROUP-NUM REDEFINES FRC-MIN-GROUP PIC 9(04).      00000810
           05 FILLER                PIC X(56).                          00000820
                                                                        00000830
      *> ***************************************************************00000840
      *> CONDI'S ADVERSE-ACTION REASON-CODE TABLE, FOR THE CODE TEXT    00000850
      *> ***************************************************************00000860
       FD REASON-FILE.                                                  00000870
       01 REASON-RECORD.                                                00000880
           05 RSN-CODE              PIC X(04).                          00000890
           05 RSN-RANK              PIC 9(02).                          00000900
           05 RSN-TEXT              PIC X(40).                          00000910
                                                                        00000920
       FD FAIR-RPT-FILE.                                                00000930
       01 FAIR-RPT-LINE             PIC X(133).                         00000940
                                                                        00000950
       FD PROC-DATE-FILE.                                               00000960
       COPY PROCDREC.                                                   00000970
                                                                        00000980
       WORKING-STORAGE SECTION.                                         00000990
       01 FS-HIST-FILE PIC XX.                                          00001000
       01 FS-FAIR-CTL-FILE PIC XX.                                      00001010
       01 FS-REASON-FILE PIC XX.                                        00001020
       01 FS-FAIR-RPT-FILE PIC XX.                                      00001030
       COPY PROCDCPY.                                                   00001040
                                                                        00001050
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001060
           88 WS-EOF VALUE 'Y'.                                         00001070
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00001080
           88 WS-FOUND VALUE 'Y'.                                       00001090
       01 WS-FLAG-SW PIC X(01) VALUE 'N'.                               00001100
           88 WS-ANY-FLAG VALUE 'Y'.                                    00001110
                                                                        00001120
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001130
       01 WS-WORK-DATE PIC 9(08) VALUE ZEROES.                          00001140
       01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.                        00001150
           05 WS-WORK-YYYY PIC 9(04).                                   00001160
           05 WS-WORK-MM PIC 9(02).                                     00001170
           05 WS-WORK-DD PIC 9(02).                                     00001180
       01 WS-QTR-NUM PIC 9(01) VALUE ZEROES.                            00001190
       01 WS-PERIOD-FROM PIC 9(08) VALUE ZEROES.                        00001200
       01 WS-PERIOD-TO PIC 9(08) VALUE ZEROES.                          00001210
       01 WS-EARLIEST-DATE PIC 9(08) VALUE 99999999.                    00001220
       01 WS-THRESHOLD PIC 9V9(04) VALUE 0.8000.                        00001230
       01 WS-MIN-GROUP PIC 9(04) VALUE 30.                              00001240
                                                                        00001250
       01 WS-ENTRIES-READ PIC 9(09) VALUE ZEROES.                       00001260
       01 WS-IN-PERIOD PIC 9(09) VALUE ZEROES.                          00001270
       01 WS-NO-AGE PIC 9(09) VALUE ZEROES.                             00001280
       01 WS-NO-COUNTRY PIC 9(09) VALUE ZEROES.                         00001290
       01 WS-FLAGGED-COUNT PIC 9(05) VALUE ZEROES.                      00001300
                                                                        00001310
      *> ***************************************************************00001320
      *> PRODUCTS IN THE ORDER THE HISTORY SHOWS THEM                   00001330
      *> ***************************************************************00001340
       01 WS-PRD-TABLE.                                                 00001350
           05 WS-PRD-ENTRY OCCURS 50 TIMES.                             00001360
               10 PRD-CODE              PIC X(04).                      00001370
               10 PRD-DECISIONS         PIC 9(07).                      00001380
       01 WS-PRD-COUNT PIC 9(03) VALUE ZEROES.                          00001390
       01 WS-PRD-MAX PIC 9(03) VALUE 50.                                00001400
       01 WS-PRD-SUB PIC 9(03) VALUE ZEROES.                            00001410
       01 WS-PRD-HIT PIC 9(03) VALUE ZEROES.                            00001420
                                                                        00001430
      *> ***************************************************************00001440
      *> ONE GROUP PER PRODUCT AND AGE BAND ('A') OR PRODUCT AND        00001450
      *> COUNTRY ('C').  A PRODUCT'S FIVE AGE BANDS ARE SET UP IN       00001460
      *> ORDER WHEN THE PRODUCT IS FIRST SEEN; COUNTRIES ARE ADDED AS   00001470
      *> THE HISTORY SHOWS THEM                                         00001480
      *> ***************************************************************00001490
       01 WS-GRP-TABLE.                                                 00001500
           05 WS-GRP-ENTRY OCCURS 500 TIMES.                            00001510
               10 GRP-PRODUCT           PIC X(04).                      00001520
               10 GRP-TYPE              PIC X(01).                      00001530
               10 GRP-KEY               PIC X(04).                      00001540
               10 GRP-DECISIONS         PIC 9(07).                      00001550
               10 GRP-APPROVED          PIC 9(07).                      00001560
               10 GRP-DECLINED          PIC 9(07).                      00001570
               10 GRP-REFERRED          PIC 9(07).                      00001580
               10 GRP-OVERRIDES         PIC 9(07).                      00001590
               10 GRP-APPR-RATE         PIC 9V9(04).                    00001600
               10 GRP-IMPACT            PIC 9(03)V9(04).                00001610
               10 GRP-STATUS            PIC X(07).                      00001620
               10 GRP-RATED-SW          PIC X(01).                      00001630
                   88 GRP-RATED          VALUE 'Y'.                     00001640
       01 WS-GRP-COUNT PIC 9(03) VALUE ZEROES.                          00001650
       01 WS-GRP-MAX PIC 9(03) VALUE 500.                               00001660
       01 WS-GRP-SUB PIC 9(03) VALUE ZEROES.                            00001670
       01 WS-GRP-HIT PIC 9(03) VALUE ZEROES.                            00001680
       01 WS-KEY-PRODUCT PIC X(04) VALUE SPACES.                        00001690
       01 WS-KEY-TYPE PIC X(01) VALUE SPACE.                            00001700
       01 WS-KEY-GRP PIC X(04) VALUE SPACES.                            00001710
                                                                        00001720
      *> ***************************************************************00001730
      *> PRINCIPAL REASON CODES BEHIND EACH GROUP'S DECLINES AND REFERS 00001740
      *> ***************************************************************00001750
       01 WS-RTL-TABLE.                                                 00001760
           05 WS-RTL-ENTRY OCCURS 3000 TIMES.                           00001770
               10 RTL-GRP               PIC 9(03).                      00001780
               10 RTL-CODE              PIC X(04).                      00001790
               10 RTL-COUNT             PIC 9(07).                      00001800
       01 WS-RTL-COUNT PIC 9(04) VALUE ZEROES.                          00001810
       01 WS-RTL-MAX PIC 9(04) VALUE 3000.                              00001820
       01 WS-RTL-SUB PIC 9(04) VALUE ZEROES.                            00001830
       01 WS-RTL-BEST PIC 9(04) VALUE ZEROES.                           00001840
       01 WS-RTL-BEST-COUNT PIC 9(07) VALUE ZEROES.                     00001850
       01 WS-RTL-DROPPED PIC 9(07) VALUE ZEROES.                        00001860
       01 WS-TOP-LIST.                                                  00001870
           05 WS-TOP-CODE OCCURS 3 TIMES PIC X(04).                     00001880
       01 WS-TOP-SUB PIC 9(01) VALUE ZEROES.                            00001890
       01 WS-TOP-SUB2 PIC 9(01) VALUE ZEROES.                           00001900
       01 WS-TOP-TAKEN-SW PIC X(01) VALUE 'N'.                          00001910
           88 WS-TOP-TAKEN VALUE 'Y'.                                   00001920
       01 WS-NO-REASON PIC 9(07) VALUE ZEROES.                          00001930
                                                                        00001940
       01 WS-RSN-TABLE.                                                 00001950
           05 WS-RSN-ENTRY OCCURS 50 TIMES.                             00001960
               10 TBL-RSN-CODE          PIC X(04).                      00001970
               10 TBL-RSN-TEXT          PIC X(40).                      00001980
       01 WS-RSN-COUNT PIC 9(02) VALUE ZEROES.                          00001990
       01 WS-RSN-MAX PIC 9(02) VALUE 50.                                00002000
       01 WS-RSN-SUB PIC 9(02) VALUE ZEROES.                            00002010
                                                                        00002020
       01 WS-AGE-BAND-KEYS.                                             00002030
           05 FILLER PIC X(04) VALUE 'U18 '.                            00002040
           05 FILLER PIC X(04) VALUE '1825'.                            00002050
           05 FILLER PIC X(04) VALUE '2640'.                            00002060
           05 FILLER PIC X(04) VALUE '4165'.                            00002070
           05 FILLER PIC X(04) VALUE 'O65 '.                            00002080
       01 WS-AGE-BAND-TBL REDEFINES WS-AGE-BAND-KEYS.                   00002090
           05 WS-AGE-BAND-KEY OCCURS 5 TIMES PIC X(04).                 00002100
       01 WS-BAND-SUB PIC 9(02) VALUE ZEROES.                           00002110
                                                                        00002120
       01 WS-SECTION-TYPE PIC X(01) VALUE SPACE.                        00002130
       01 WS-BEST-RATE PIC 9V9(04) VALUE ZEROES.                        00002140
       01 WS-BEST-KEY PIC X(04) VALUE SPACES.                           00002150
                                                                        00002160
       COPY ABENDCPY.                                                   00002170
       COPY FEEDTRL.                                                    00002180
                                                                        00002190
       01 WS-HDR-LINE-1.                                                00002200
           05 FILLER PIC X(01) VALUE '1'.                               00002210
           05 FILLER PIC X(50)                                          00002220
              VALUE 'CONDFAIR - FAIR-LENDING DISPARATE IMPACT'.         00002230
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00002240
           05 HL1-RUN-DATE PIC 9(08).                                   00002250
                                                                        00002260
       01 WS-HDR-LINE-2.                                                00002270
           05 FILLER PIC X(01) VALUE SPACE.                             00002280
           05 FILLER PIC X(08) VALUE 'PERIOD '.                         00002290
           05 HL2-FROM PIC 9(08).                                       00002300
           05 FILLER PIC X(04) VALUE ' TO '.                            00002310
           05 HL2-TO PIC 9(08).                                         00002320
           05 FILLER PIC X(22) VALUE '   FLAG BELOW IMPACT '.           00002330
           05 HL2-THRESHOLD PIC 9.99.                                   00002340
           05 FILLER PIC X(22) VALUE '   RATED FROM GROUPS '.           00002350
           05 HL2-MIN-GROUP PIC Z,ZZ9.                                  00002360
           05 FILLER PIC X(10) VALUE ' DECISIONS'.                      00002370
                                                                        00002380
       01 WS-PRD-HDR-LINE.                                              00002390
           05 FILLER PIC X(01) VALUE '0'.                               00002400
           05 FILLER PIC X(09) VALUE 'PRODUCT: '.                       00002410
           05 PH-PRODUCT PIC X(04).                                     00002420
           05 FILLER PIC X(14) VALUE '   DECISIONS: '.                  00002430
           05 PH-DECISIONS PIC ZZZ,ZZ9.                                 00002440
                                                                        00002450
       01 WS-SEC-HDR-LINE.                                              00002460
           05 FILLER PIC X(01) VALUE '0'.                               00002470
           05 FILLER PIC X(03) VALUE SPACES.                            00002480
           05 SH-NAME PIC X(20).                                        00002490
                                                                        00002500
       01 WS-COL-HDR-LINE.                                              00002510
           05 FILLER PIC X(01) VALUE SPACE.                             00002520
           05 FILLER PIC X(10) VALUE '   GROUP'.                        00002530
           05 FILLER PIC X(10) VALUE ' DECISIONS'.                      00002540
           05 FILLER PIC X(10) VALUE '   APPR %'.                       00002550
           05 FILLER PIC X(10) VALUE '   DECL %'.                       00002560
           05 FILLER PIC X(10) VALUE '  REFER %'.                       00002570
           05 FILLER PIC X(10) VALUE '   OVRD %'.                       00002580
           05 FILLER PIC X(10) VALUE '   IMPACT'.                       00002590
           05 FILLER PIC X(10) VALUE '  STATUS'.                        00002600
                                                                        00002610
       01 WS-DTL-LINE.                                                  00002620
           05 FILLER PIC X(01) VALUE SPACE.                             00002630
           05 FILLER PIC X(03) VALUE SPACES.                            00002640
           05 DTL-KEY PIC X(04).                                        00002650
           05 FILLER PIC X(03) VALUE SPACES.                            00002660
           05 DTL-DECISIONS PIC ZZZ,ZZ9.                                00002670
           05 FILLER PIC X(04) VALUE SPACES.                            00002680
           05 DTL-APPR-PCT PIC ZZ9.9.                                   00002690
           05 FILLER PIC X(05) VALUE SPACES.                            00002700
           05 DTL-DECL-PCT PIC ZZ9.9.                                   00002710
           05 FILLER PIC X(05) VALUE SPACES.                            00002720
           05 DTL-REFER-PCT PIC ZZ9.9.                                  00002730
           05 FILLER PIC X(05) VALUE SPACES.                            00002740
           05 DTL-OVRD-PCT PIC ZZ9.9.                                   00002750
           05 FILLER PIC X(04) VALUE SPACES.                            00002760
           05 DTL-IMPACT PIC ZZ9.99.                                    00002770
           05 DTL-IMPACT-X REDEFINES DTL-IMPACT PIC X(06).              00002780
           05 FILLER PIC X(03) VALUE SPACES.                            00002790
           05 DTL-STATUS PIC X(07).                                     00002800
                                                                        00002810
       01 WS-FAV-LINE.                                                  00002820
           05 FILLER PIC X(01) VALUE SPACE.                             00002830
           05 FILLER PIC X(03) VALUE SPACES.                            00002840
           05 FILLER PIC X(22) VALUE 'MOST-FAVORED GROUP: '.            00002850
           05 FAV-KEY PIC X(04).                                        00002860
           05 FILLER PIC X(16) VALUE '  APPROVAL RATE '.                00002870
           05 FAV-RATE PIC ZZ9.9.                                       00002880
           05 FILLER PIC X(01) VALUE '%'.                               00002890
                                                                        00002900
       01 WS-RSN-LINE.                                                  00002910
           05 FILLER PIC X(01) VALUE SPACE.                             00002920
           05 FILLER PIC X(15) VALUE SPACES.                            00002930
           05 RL-LABEL PIC X(14).                                       00002940
           05 RL-CODE PIC X(04).                                        00002950
           05 FILLER PIC X(02) VALUE SPACES.                            00002960
           05 RL-COUNT PIC ZZZ,ZZ9.                                     00002970
           05 FILLER PIC X(02) VALUE SPACES.                            00002980
           05 RL-TEXT PIC X(40).                                        00002990
                                                                        00003000
       01 WS-NOTE-LINE.                                                 00003010
           05 FILLER PIC X(01) VALUE '0'.                               00003020
           05 NL-TEXT PIC X(60).                                        00003030
           05 NL-COUNT PIC ZZZ,ZZZ,ZZ9.                                 00003040
                                                                        00003050
       PROCEDURE DIVISION.                                              00003060
       0000-MAIN.                                                       00003070
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00003080
           PERFORM 2000-TALLY-HISTORY THRU 2000-EXIT                    00003090
              UNTIL WS-EOF                                              00003100
           PERFORM 3000-RATE-GROUPS THRU 3000-EXIT                      00003110
           PERFORM 4000-PRINT-REPORT THRU 4000-EXIT                     00003120
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00003130
           GOBACK.                                                      00003140
                                                                        00003150
      *> ***************************************************************00003160
      *> RUN DATE, CONTROL CARD, PERIOD, THRESHOLD AND REASON TEXTS     00003170
      *> ***************************************************************00003180
       1000-INITIALIZE.                                                 00003190
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00003200
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00003210
           IF WS-PROCESS-DATE > 0                                       00003220
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00003230
           END-IF                                                       00003240
           MOVE SPACES TO FAIR-CTL-RECORD                               00003250
           OPEN INPUT FAIR-CTL-FILE                                     00003260
           EVALUATE FS-FAIR-CTL-FILE                                    00003270
             WHEN "00"                                                  00003280
               READ FAIR-CTL-FILE                                       00003290
                 AT END                                                 00003300
                   MOVE SPACES TO FAIR-CTL-RECORD                       00003310
               END-READ                                                 00003320
               CLOSE FAIR-CTL-FILE                                      00003330
             WHEN "35"                                                  00003340
               DISPLAY "NO CONTROL CARD, REPORTING LAST QUARTER"        00003350
             WHEN OTHER                                                 00003360
               MOVE "OPEN FAILED ON FAIR-CTL-FILE" TO WS-ABEND-MESSAGE  00003370
               GO TO 9999-ABEND                                         00003380
           END-EVALUATE                                                 00003390
           IF FRC-THRESHOLD NUMERIC AND FRC-THRESHOLD-NUM > 0           00003400
              AND FRC-THRESHOLD-NUM NOT > 100                           00003410
              COMPUTE WS-THRESHOLD = FRC-THRESHOLD-NUM / 100            00003420
           END-IF                                                       00003430
           IF FRC-MIN-GROUP NUMERIC AND FRC-MIN-GROUP-NUM > 0           00003440
              MOVE FRC-MIN-GROUP-NUM TO WS-MIN-GROUP                    00003450
           END-IF                                                       00003460
           IF FRC-FROM-DATE NUMERIC AND FRC-TO-DATE NUMERIC             00003470
              AND FRC-FROM-NUM > 0                                      00003480
              AND FRC-TO-NUM NOT < FRC-FROM-NUM                         00003490
              MOVE FRC-FROM-NUM TO WS-PERIOD-FROM                       00003500
              MOVE FRC-TO-NUM TO WS-PERIOD-TO                           00003510
           ELSE                                                         00003520
      *> LAST CALENDAR QUARTER: THE QUARTER BEFORE THE ONE THE RUN      00003530
      *> DATE FALLS IN.  DAY 31 CLOSES ANY MONTH IN A COMPARE           00003540
              MOVE WS-RUN-DATE TO WS-WORK-DATE                          00003550
              DIVIDE 3 INTO WS-WORK-MM GIVING WS-QTR-NUM                00003560
              IF WS-QTR-NUM * 3 < WS-WORK-MM                            00003570
                 ADD 1 TO WS-QTR-NUM                                    00003580
              END-IF                                                    00003590
              IF WS-QTR-NUM = 1                                         00003600
                 MOVE 4 TO WS-QTR-NUM                                   00003610
                 SUBTRACT 1 FROM WS-WORK-YYYY                           00003620
              ELSE                                                      00003630
                 SUBTRACT 1 FROM WS-QTR-NUM                             00003640
              END-IF                                                    00003650
              COMPUTE WS-WORK-MM = WS-QTR-NUM * 3 - 2                   00003660
              MOVE 1 TO WS-WORK-DD                                      00003670
              MOVE WS-WORK-DATE TO WS-PERIOD-FROM                       00003680
              ADD 2 TO WS-WORK-MM                                       00003690
              MOVE 31 TO WS-WORK-DD                                     00003700
              MOVE WS-WORK-DATE TO WS-PERIOD-TO                         00003710
           END-IF                                                       00003720
           DISPLAY "PERIOD: " WS-PERIOD-FROM " TO " WS-PERIOD-TO        00003730
           PERFORM 1200-LOAD-REASONS THRU 1200-EXIT                     00003740
                                                                        00003750
           OPEN INPUT HIST-FILE                                         00003760
           EVALUATE FS-HIST-FILE                                        00003770
             WHEN "00"                                                  00003780
               CONTINUE                                                 00003790
             WHEN "35"                                                  00003800
               MOVE "DECISION HISTORY NOT FOUND" TO WS-ABEND-MESSAGE    00003810
               GO TO 9999-ABEND                                         00003820
             WHEN OTHER                                                 00003830
               MOVE "OPEN FAILED ON HIST-FILE" TO WS-ABEND-MESSAGE      00003840
               GO TO 9999-ABEND                                         00003850
           END-EVALUATE                                                 00003860
           OPEN OUTPUT FAIR-RPT-FILE                                    00003870
           IF FS-FAIR-RPT-FILE NOT = "00"                               00003880
              MOVE "OPEN FAILED ON FAIR-RPT-FILE" TO WS-ABEND-MESSAGE   00003890
              GO TO 9999-ABEND                                          00003900
           END-IF                                                       00003910
           MOVE WS-RUN-DATE TO HL1-RUN-DATE                             00003920
           WRITE FAIR-RPT-LINE FROM WS-HDR-LINE-1                       00003930
           MOVE WS-PERIOD-FROM TO HL2-FROM                              00003940
           MOVE WS-PERIOD-TO TO HL2-TO                                  00003950
           MOVE WS-THRESHOLD TO HL2-THRESHOLD                           00003960
           MOVE WS-MIN-GROUP TO HL2-MIN-GROUP                           00003970
           WRITE FAIR-RPT-LINE FROM WS-HDR-LINE-2                       00003980
           PERFORM 2900-READ-HISTORY THRU 2900-EXIT.                    00003990
       1000-EXIT.                                                       00004000
           EXIT.                                                        00004010
                                                                        00004020
      *> ***************************************************************00004030
      *> THE REASON TEXTS ONLY DECORATE THE REPORT - WITHOUT THE TABLE  00004040
      *> THE CODES PRINT ALONE                                          00004050
      *> ***************************************************************00004060
       1200-LOAD-REASONS.                                               00004070
           OPEN INPUT REASON-FILE                                       00004080
           EVALUATE FS-REASON-FILE                                      00004090
             WHEN "00"                                                  00004100
               CONTINUE                                                 00004110
             WHEN "35"                                                  00004120
               DISPLAY "NO REASON-CODE DATASET, CODES PRINT ALONE"      00004130
               GO TO 1200-EXIT                                          00004140
             WHEN OTHER                                                 00004150
               MOVE "OPEN FAILED ON REASON-FILE" TO WS-ABEND-MESSAGE    00004160
               GO TO 9999-ABEND                                         00004170
           END-EVALUATE                                                 00004180
           PERFORM UNTIL FS-REASON-FILE NOT = "00"                      00004190
             READ REASON-FILE                                           00004200
             IF FS-REASON-FILE = "00"                                   00004210
                AND RSN-CODE NOT = SPACES                               00004220
                AND WS-RSN-COUNT < WS-RSN-MAX                           00004230
                ADD 1 TO WS-RSN-COUNT                                   00004240
                MOVE RSN-CODE TO TBL-RSN-CODE (WS-RSN-COUNT)            00004250
                MOVE RSN-TEXT TO TBL-RSN-TEXT (WS-RSN-COUNT)            00004260
             END-IF                                                     00004270
           END-PERFORM                                                  00004280
           CLOSE REASON-FILE.                                           00004290
       1200-EXIT.                                                       00004300
           EXIT.                                                        00004310
                                                                        00004320
      *> ***************************************************************00004330
      *> TALLY ONE HISTORY ENTRY INSIDE THE PERIOD AGAINST ITS          00004340
      *> PRODUCT'S AGE-BAND GROUP AND COUNTRY GROUP.  ENTRIES WRITTEN   00004350
      *> BEFORE AGE AND COUNTRY WERE RECORDED ARE COUNTED ASIDE         00004360
      *> ***************************************************************00004370
       2000-TALLY-HISTORY.                                              00004380
           IF HIST-RECORD (1:3) = 'TRL'                                 00004390
              MOVE HIST-RECORD (1:43) TO WS-FEED-TRAILER                00004400
              PERFORM 8950-CHECK-FEED-TRAILER THRU 8950-EXIT            00004410
              PERFORM 2900-READ-HISTORY THRU 2900-EXIT                  00004420
              GO TO 2000-EXIT                                           00004430
           END-IF                                                       00004440
           ADD 1 TO WS-FTC-REC-COUNT                                    00004450
           IF HST-APPL-ID NUMERIC                                       00004460
              ADD HST-APPL-ID TO WS-FTC-AMOUNT-HASH                     00004470
           END-IF                                                       00004480
           IF HST-DATE NOT NUMERIC                                      00004490
              PERFORM 2900-READ-HISTORY THRU 2900-EXIT                  00004500
              GO TO 2000-EXIT                                           00004510
           END-IF                                                       00004520
           IF HST-DATE < WS-EARLIEST-DATE                               00004530
              MOVE HST-DATE TO WS-EARLIEST-DATE                         00004540
           END-IF                                                       00004550
           IF HST-DATE < WS-PERIOD-FROM                                 00004560
              OR HST-DATE > WS-PERIOD-TO                                00004570
              PERFORM 2900-READ-HISTORY THRU 2900-EXIT                  00004580
              GO TO 2000-EXIT                                           00004590
           END-IF                                                       00004600
           ADD 1 TO WS-IN-PERIOD                                        00004610
           PERFORM 2400-FIND-PRODUCT THRU 2400-EXIT                     00004620
           IF NOT WS-FOUND                                              00004630
              PERFORM 2900-READ-HISTORY THRU 2900-EXIT                  00004640
              GO TO 2000-EXIT                                           00004650
           END-IF                                                       00004660
           ADD 1 TO PRD-DECISIONS (WS-PRD-HIT)                          00004670
           MOVE HST-PRODUCT-CD TO WS-KEY-PRODUCT                        00004680
                                                                        00004690
           IF HST-AGE NUMERIC                                           00004700
              MOVE 'A' TO WS-KEY-TYPE                                   00004710
              EVALUATE TRUE                                             00004720
                WHEN HST-AGE < 18                                       00004730
                  MOVE 1 TO WS-BAND-SUB                                 00004740
                WHEN HST-AGE < 26                                       00004750
                  MOVE 2 TO WS-BAND-SUB                                 00004760
                WHEN HST-AGE < 41                                       00004770
                  MOVE 3 TO WS-BAND-SUB                                 00004780
                WHEN HST-AGE < 66                                       00004790
                  MOVE 4 TO WS-BAND-SUB                                 00004800
                WHEN OTHER                                              00004810
                  MOVE 5 TO WS-BAND-SUB                                 00004820
              END-EVALUATE                                              00004830
              MOVE WS-AGE-BAND-KEY (WS-BAND-SUB) TO WS-KEY-GRP          00004840
              PERFORM 2600-COUNT-GROUP THRU 2600-EXIT                   00004850
           ELSE                                                         00004860
              ADD 1 TO WS-NO-AGE                                        00004870
           END-IF                                                       00004880
           IF HST-COUNTRY NOT = SPACES                                  00004890
              MOVE 'C' TO WS-KEY-TYPE                                   00004900
              MOVE HST-COUNTRY TO WS-KEY-GRP                            00004910
              PERFORM 2600-COUNT-GROUP THRU 2600-EXIT                   00004920
           ELSE                                                         00004930
              ADD 1 TO WS-NO-COUNTRY                                    00004940
           END-IF                                                       00004950
           PERFORM 2900-READ-HISTORY THRU 2900-EXIT.                    00004960
       2000-EXIT.                                                       00004970
           EXIT.                                                        00004980
                                                                        00004990
      *> ***************************************************************00005000
      *> FIND OR ADD THE PRODUCT; A NEW PRODUCT GETS ITS FIVE AGE-BAND  00005010
      *> GROUPS IN BAND ORDER SO THE REPORT READS YOUNGEST FIRST        00005020
      *> ***************************************************************00005030
       2400-FIND-PRODUCT.                                               00005040
           MOVE 'N' TO WS-FOUND-SW                                      00005050
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1                       00005060
                    UNTIL WS-PRD-SUB > WS-PRD-COUNT                     00005070
                    OR WS-FOUND                                         00005080
             IF PRD-CODE (WS-PRD-SUB) = HST-PRODUCT-CD                  00005090
                SET WS-FOUND TO TRUE                                    00005100
                MOVE WS-PRD-SUB TO WS-PRD-HIT                           00005110
             END-IF                                                     00005120
           END-PERFORM                                                  00005130
           IF WS-FOUND                                                  00005140
              GO TO 2400-EXIT                                           00005150
           END-IF                                                       00005160
           IF WS-PRD-COUNT NOT < WS-PRD-MAX                             00005170
              DISPLAY "PRODUCT TABLE FULL, DECISION DROPPED: "          00005180
                HST-PRODUCT-CD                                          00005190
              GO TO 2400-EXIT                                           00005200
           END-IF                                                       00005210
           ADD 1 TO WS-PRD-COUNT                                        00005220
           MOVE WS-PRD-COUNT TO WS-PRD-HIT                              00005230
           MOVE HST-PRODUCT-CD TO PRD-CODE (WS-PRD-HIT)                 00005240
           MOVE ZEROES TO PRD-DECISIONS (WS-PRD-HIT)                    00005250
           MOVE HST-PRODUCT-CD TO WS-KEY-PRODUCT                        00005260
           MOVE 'A' TO WS-KEY-TYPE                                      00005270
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1                      00005280
                    UNTIL WS-BAND-SUB > 5                               00005290
             MOVE WS-AGE-BAND-KEY (WS-BAND-SUB) TO WS-KEY-GRP           00005300
             PERFORM 2500-FIND-GROUP THRU 2500-EXIT                     00005310
           END-PERFORM                                                  00005320
           SET WS-FOUND TO TRUE.                                        00005330
       2400-EXIT.                                                       00005340
           EXIT.                                                        00005350
                                                                        00005360
      *> ***************************************************************00005370
      *> FIND OR ADD THE GROUP FOR WS-KEY-PRODUCT, WS-KEY-TYPE AND      00005380
      *> WS-KEY-GRP.  WS-FOUND IS LEFT OFF WHEN THE TABLE IS FULL       00005390
      *> ***************************************************************00005400
       2500-FIND-GROUP.                                                 00005410
           MOVE 'N' TO WS-FOUND-SW                                      00005420
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1                       00005430
                    UNTIL WS-GRP-SUB > WS-GRP-COUNT                     00005440
                    OR WS-FOUND                                         00005450
             IF GRP-PRODUCT (WS-GRP-SUB) = WS-KEY-PRODUCT               00005460
                AND GRP-TYPE (WS-GRP-SUB) = WS-KEY-TYPE                 00005470
                AND GRP-KEY (WS-GRP-SUB) = WS-KEY-GRP                   00005480
                SET WS-FOUND TO TRUE                                    00005490
                MOVE WS-GRP-SUB TO WS-GRP-HIT                           00005500
             END-IF                                                     00005510
           END-PERFORM                                                  00005520
           IF WS-FOUND                                                  00005530
              GO TO 2500-EXIT                                           00005540
           END-IF                                                       00005550
           IF WS-GRP-COUNT NOT < WS-GRP-MAX                             00005560
              DISPLAY "GROUP TABLE FULL, GROUP DROPPED: "               00005570
                WS-KEY-PRODUCT " " WS-KEY-TYPE " " WS-KEY-GRP           00005580
              GO TO 2500-EXIT                                           00005590
           END-IF                                                       00005600
           ADD 1 TO WS-GRP-COUNT                                        00005610
           MOVE WS-GRP-COUNT TO WS-GRP-HIT                              00005620
           MOVE ZEROES TO WS-GRP-ENTRY (WS-GRP-HIT)                     00005630
           MOVE WS-KEY-PRODUCT TO GRP-PRODUCT (WS-GRP-HIT)              00005640
           MOVE WS-KEY-TYPE TO GRP-TYPE (WS-GRP-HIT)                    00005650
           MOVE WS-KEY-GRP TO GRP-KEY (WS-GRP-HIT)                      00005660
           MOVE SPACES TO GRP-STATUS (WS-GRP-HIT)                       00005670
           MOVE 'N' TO GRP-RATED-SW (WS-GRP-HIT)                        00005680
           SET WS-FOUND TO TRUE.                                        00005690
       2500-EXIT.                                                       00005700
           EXIT.                                                        00005710
                                                                        00005720
       2600-COUNT-GROUP.                                                00005730
           PERFORM 2500-FIND-GROUP THRU 2500-EXIT                       00005740
           IF NOT WS-FOUND                                              00005750
              GO TO 2600-EXIT                                           00005760
           END-IF                                                       00005770
           ADD 1 TO GRP-DECISIONS (WS-GRP-HIT)                          00005780
           EVALUATE HST-DECISION                                        00005790
             WHEN 'ELIGIBLE  '                                          00005800
               ADD 1 TO GRP-APPROVED (WS-GRP-HIT)                       00005810
             WHEN 'REFER     '                                          00005820
               ADD 1 TO GRP-REFERRED (WS-GRP-HIT)                       00005830
      *> A COUNTEROFFER IS AN ADVERSE ACTION ON THE PRODUCT ASKED       00005833
      *> FOR, SO IT COUNTS WITH THE DECLINES HERE                       00005836
             WHEN OTHER                                                 00005840
               ADD 1 TO GRP-DECLINED (WS-GRP-HIT)                       00005850
           END-EVALUATE                                                 00005860
           IF HST-OVERRIDE = 'Y'                                        00005870
              ADD 1 TO GRP-OVERRIDES (WS-GRP-HIT)                       00005880
           END-IF                                                       00005890
           IF HST-DECISION NOT = 'ELIGIBLE  '                           00005900
              PERFORM 2700-COUNT-REASON THRU 2700-EXIT                  00005910
           END-IF.                                                      00005920
       2600-EXIT.                                                       00005930
           EXIT.                                                        00005940
                                                                        00005950
      *> ***************************************************************00005960
      *> COUNT THE DECISION'S PRINCIPAL REASON AGAINST THE GROUP.  AN   00005970
      *> ENTRY WRITTEN BEFORE THE REASON WAS RECORDED COUNTS AS NONE    00005980
      *> ***************************************************************00005990
       2700-COUNT-REASON.                                               00006000
           IF HST-PRIN-RSN = SPACES                                     00006010
              ADD 1 TO WS-NO-REASON                                     00006020
              GO TO 2700-EXIT                                           00006030
           END-IF                                                       00006040
           PERFORM VARYING WS-RTL-SUB FROM 1 BY 1                       00006050
                    UNTIL WS-RTL-SUB > WS-RTL-COUNT                     00006060
             IF RTL-GRP (WS-RTL-SUB) = WS-GRP-HIT                       00006070
                AND RTL-CODE (WS-RTL-SUB) = HST-PRIN-RSN                00006080
                ADD 1 TO RTL-COUNT (WS-RTL-SUB)                         00006090
                GO TO 2700-EXIT                                         00006100
             END-IF                                                     00006110
           END-PERFORM                                                  00006120
           IF WS-RTL-COUNT NOT < WS-RTL-MAX                             00006130
              ADD 1 TO WS-RTL-DROPPED                                   00006140
              GO TO 2700-EXIT                                           00006150
           END-IF                                                       00006160
           ADD 1 TO WS-RTL-COUNT                                        00006170
           MOVE WS-GRP-HIT TO RTL-GRP (WS-RTL-COUNT)                    00006180
           MOVE HST-PRIN-RSN TO RTL-CODE (WS-RTL-COUNT)                 00006190
           MOVE 1 TO RTL-COUNT (WS-RTL-COUNT).                          00006200
       2700-EXIT.                                                       00006210
           EXIT.                                                        00006220
                                                                        00006230
       2900-READ-HISTORY.                                               00006240
           READ HIST-FILE                                               00006250
           EVALUATE FS-HIST-FILE                                        00006260
             WHEN "00"                                                  00006270
               ADD 1 TO WS-ENTRIES-READ                                 00006280
             WHEN "10"                                                  00006290
               SET WS-EOF TO TRUE                                       00006300
             WHEN OTHER                                                 00006310
               DISPLAY "READ FAILED, HIST-FILE STATUS: " FS-HIST-FILE   00006320
               SET WS-EOF TO TRUE                                       00006330
           END-EVALUATE.                                                00006340
       2900-EXIT.                                                       00006350
           EXIT.                                                        00006360
                                                                        00006370
      *> ***************************************************************00006380
      *> EVERY RATED GROUP'S APPROVAL RATE, THEN - PER PRODUCT AND      00006390
      *> CHARACTERISTIC - THE MOST-FAVORED GROUP AND EACH GROUP'S       00006400
      *> IMPACT RATIO AGAINST IT.  A GROUP TOO SMALL TO RATE IS         00006410
      *> NEITHER FAVORED NOR FLAGGED                                    00006420
      *> ***************************************************************00006430
       3000-RATE-GROUPS.                                                00006440
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1                       00006450
                    UNTIL WS-GRP-SUB > WS-GRP-COUNT                     00006460
             IF GRP-DECISIONS (WS-GRP-SUB) > 0                          00006470
                COMPUTE GRP-APPR-RATE (WS-GRP-SUB) ROUNDED =            00006480
                   GRP-APPROVED (WS-GRP-SUB)                            00000000
                   / GRP-DECISIONS (WS-GRP-SUB)                         00000000
             END-IF                                                     00006500
           END-PERFORM                                                  00006510
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1                       00006520
                    UNTIL WS-PRD-SUB > WS-PRD-COUNT                     00006530
             MOVE 'A' TO WS-SECTION-TYPE                                00006540
             PERFORM 3100-RATE-SECTION THRU 3100-EXIT                   00006550
             MOVE 'C' TO WS-SECTION-TYPE                                00006560
             PERFORM 3100-RATE-SECTION THRU 3100-EXIT                   00006570
           END-PERFORM.                                                 00006580
       3000-EXIT.                                                       00006590
           EXIT.                                                        00006600
                                                                        00006610
       3100-RATE-SECTION.                                               00006620
           MOVE ZEROES TO WS-BEST-RATE                                  00006630
           MOVE SPACES TO WS-BEST-KEY                                   00006640
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1                       00006650
                    UNTIL WS-GRP-SUB > WS-GRP-COUNT                     00006660
             IF GRP-PRODUCT (WS-GRP-SUB) = PRD-CODE (WS-PRD-SUB)        00006670
                AND GRP-TYPE (WS-GRP-SUB) = WS-SECTION-TYPE             00006680
                AND GRP-DECISIONS (WS-GRP-SUB) NOT < WS-MIN-GROUP       00006690
                AND (WS-BEST-KEY = SPACES                               00006700
                     OR GRP-APPR-RATE (WS-GRP-SUB) > WS-BEST-RATE)      00006710
                MOVE GRP-APPR-RATE (WS-GRP-SUB) TO WS-BEST-RATE         00006720
                MOVE GRP-KEY (WS-GRP-SUB) TO WS-BEST-KEY                00006730
             END-IF                                                     00006740
           END-PERFORM                                                  00006750
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1                       00006760
                    UNTIL WS-GRP-SUB > WS-GRP-COUNT                     00006770
             IF GRP-PRODUCT (WS-GRP-SUB) = PRD-CODE (WS-PRD-SUB)        00006780
                AND GRP-TYPE (WS-GRP-SUB) = WS-SECTION-TYPE             00006790
                PERFORM 3200-RATE-ONE-GROUP THRU 3200-EXIT              00006800
             END-IF                                                     00006810
           END-PERFORM.                                                 00006820
       3100-EXIT.                                                       00006830
           EXIT.                                                        00006840
                                                                        00006850
       3200-RATE-ONE-GROUP.                                             00006860
           IF GRP-DECISIONS (WS-GRP-SUB) = 0                            00006870
              MOVE 'NO DATA' TO GRP-STATUS (WS-GRP-SUB)                 00006880
              GO TO 3200-EXIT                                           00006890
           END-IF                                                       00006900
           IF GRP-DECISIONS (WS-GRP-SUB) < WS-MIN-GROUP                 00006910
              MOVE 'SMALL' TO GRP-STATUS (WS-GRP-SUB)                   00006920
              GO TO 3200-EXIT                                           00006930
           END-IF                                                       00006940
      *> NOBODY APPROVED IN ANY RATED GROUP: NO GROUP IS FAVORED OVER   00006950
      *> ANOTHER, SO THERE IS NO RATIO TO TAKE                          00006960
           IF WS-BEST-RATE = 0                                          00006970
              GO TO 3200-EXIT                                           00006980
           END-IF                                                       00006990
           COMPUTE GRP-IMPACT (WS-GRP-SUB) ROUNDED =                    00007000
              GRP-APPR-RATE (WS-GRP-SUB) / WS-BEST-RATE                 00007010
           SET GRP-RATED (WS-GRP-SUB) TO TRUE                           00007020
           IF GRP-KEY (WS-GRP-SUB) = WS-BEST-KEY                        00007030
              MOVE 'FAVORED' TO GRP-STATUS (WS-GRP-SUB)                 00007040
           ELSE                                                         00007050
              IF GRP-IMPACT (WS-GRP-SUB) < WS-THRESHOLD                 00007060
                 MOVE 'FLAGGED' TO GRP-STATUS (WS-GRP-SUB)              00007070
                 ADD 1 TO WS-FLAGGED-COUNT                              00007080
                 SET WS-ANY-FLAG TO TRUE                                00007090
              END-IF                                                    00007100
           END-IF.                                                      00007110
       3200-EXIT.                                                       00007120
           EXIT.                                                        00007130
                                                                        00007140
      *> ***************************************************************00007150
      *> ONE BLOCK PER PRODUCT: AGE BANDS, THEN COUNTRIES               00007160
      *> ***************************************************************00007170
       4000-PRINT-REPORT.                                               00007180
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1                       00007190
                    UNTIL WS-PRD-SUB > WS-PRD-COUNT                     00007200
             MOVE PRD-CODE (WS-PRD-SUB) TO PH-PRODUCT                   00007210
             MOVE PRD-DECISIONS (WS-PRD-SUB) TO PH-DECISIONS            00007220
             WRITE FAIR-RPT-LINE FROM WS-PRD-HDR-LINE                   00007230
             MOVE 'A' TO WS-SECTION-TYPE                                00007240
             MOVE 'AGE BAND' TO SH-NAME                                 00007250
             PERFORM 4100-PRINT-SECTION THRU 4100-EXIT                  00007260
             MOVE 'C' TO WS-SECTION-TYPE                                00007270
             MOVE 'APPLICANT COUNTRY' TO SH-NAME                        00007280
             PERFORM 4100-PRINT-SECTION THRU 4100-EXIT                  00007290
           END-PERFORM                                                  00007300
           IF WS-PRD-COUNT = 0                                          00007310
              MOVE 'NO DECISIONS IN PERIOD' TO NL-TEXT                  00007320
              MOVE ZEROES TO NL-COUNT                                   00007330
              WRITE FAIR-RPT-LINE FROM WS-NOTE-LINE                     00007340
           END-IF                                                       00007350
           MOVE 'GROUPS FLAGGED BELOW THE IMPACT THRESHOLD' TO NL-TEXT  00007360
           MOVE WS-FLAGGED-COUNT TO NL-COUNT                            00007370
           WRITE FAIR-RPT-LINE FROM WS-NOTE-LINE                        00007380
           IF WS-NO-AGE > 0                                             00007390
              MOVE 'DECISIONS WITHOUT A RECORDED AGE' TO NL-TEXT        00007400
              MOVE WS-NO-AGE TO NL-COUNT                                00007410
              WRITE FAIR-RPT-LINE FROM WS-NOTE-LINE                     00007420
           END-IF                                                       00007430
           IF WS-NO-COUNTRY > 0                                         00007440
              MOVE 'DECISIONS WITHOUT A RECORDED COUNTRY' TO NL-TEXT    00007450
              MOVE WS-NO-COUNTRY TO NL-COUNT                            00007460
              WRITE FAIR-RPT-LINE FROM WS-NOTE-LINE                     00007470
           END-IF                                                       00007480
           IF WS-NO-REASON > 0                                          00007490
              MOVE 'DECLINES/REFERS WITHOUT A RECORDED REASON CODE'     00007500
                 TO NL-TEXT                                             00007510
              MOVE WS-NO-REASON TO NL-COUNT                             00007520
              WRITE FAIR-RPT-LINE FROM WS-NOTE-LINE                     00007530
           END-IF                                                       00007540
           PERFORM 4500-CHECK-COVERAGE THRU 4500-EXIT.                  00007550
       4000-EXIT.                                                       00007560
           EXIT.                                                        00007570
                                                                        00007580
       4100-PRINT-SECTION.                                              00007590
           WRITE FAIR-RPT-LINE FROM WS-SEC-HDR-LINE                     00007600
           WRITE FAIR-RPT-LINE FROM WS-COL-HDR-LINE                     00007610
           MOVE SPACES TO WS-BEST-KEY                                   00007620
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1                       00007630
                    UNTIL WS-GRP-SUB > WS-GRP-COUNT                     00007640
             IF GRP-PRODUCT (WS-GRP-SUB) = PRD-CODE (WS-PRD-SUB)        00007650
                AND GRP-TYPE (WS-GRP-SUB) = WS-SECTION-TYPE             00007660
                PERFORM 4200-PRINT-ONE-GROUP THRU 4200-EXIT             00007670
                IF GRP-STATUS (WS-GRP-SUB) = 'FAVORED'                  00007680
                   MOVE GRP-KEY (WS-GRP-SUB) TO WS-BEST-KEY             00007690
                   MOVE WS-GRP-SUB TO WS-GRP-HIT                        00007700
                END-IF                                                  00007710
             END-IF                                                     00007720
           END-PERFORM                                                  00007730
           IF WS-BEST-KEY NOT = SPACES                                  00007740
              MOVE WS-BEST-KEY TO FAV-KEY                               00007750
              COMPUTE FAV-RATE ROUNDED =                                00007760
                 GRP-APPR-RATE (WS-GRP-HIT) * 100                       00007770
              WRITE FAIR-RPT-LINE FROM WS-FAV-LINE                      00007780
           END-IF.                                                      00007790
       4100-EXIT.                                                       00007800
           EXIT.                                                        00007810
                                                                        00007820
       4200-PRINT-ONE-GROUP.                                            00007830
           MOVE GRP-KEY (WS-GRP-SUB) TO DTL-KEY                         00007840
           MOVE GRP-DECISIONS (WS-GRP-SUB) TO DTL-DECISIONS             00007850
           MOVE ZEROES TO DTL-APPR-PCT DTL-DECL-PCT DTL-REFER-PCT       00007860
              DTL-OVRD-PCT                                              00007870
           IF GRP-DECISIONS (WS-GRP-SUB) > 0                            00007880
              COMPUTE DTL-APPR-PCT ROUNDED =                            00007890
                 GRP-APPROVED (WS-GRP-SUB) * 100                        00007900
                 / GRP-DECISIONS (WS-GRP-SUB)                           00007910
              COMPUTE DTL-DECL-PCT ROUNDED =                            00007920
                 GRP-DECLINED (WS-GRP-SUB) * 100                        00007930
                 / GRP-DECISIONS (WS-GRP-SUB)                           00007940
              COMPUTE DTL-REFER-PCT ROUNDED =                           00007950
                 GRP-REFERRED (WS-GRP-SUB) * 100                        00007960
                 / GRP-DECISIONS (WS-GRP-SUB)                           00007970
              COMPUTE DTL-OVRD-PCT ROUNDED =                            00007980
                 GRP-OVERRIDES (WS-GRP-SUB) * 100                       00007990
                 / GRP-DECISIONS (WS-GRP-SUB)                           00008000
           END-IF                                                       00008010
           IF GRP-RATED (WS-GRP-SUB)                                    00008020
              MOVE GRP-IMPACT (WS-GRP-SUB) TO DTL-IMPACT                00008030
           ELSE                                                         00008040
              MOVE SPACES TO DTL-IMPACT-X                               00008050
           END-IF                                                       00008060
           MOVE GRP-STATUS (WS-GRP-SUB) TO DTL-STATUS                   00008070
           WRITE FAIR-RPT-LINE FROM WS-DTL-LINE                         00008080
           IF GRP-STATUS (WS-GRP-SUB) = 'FLAGGED'                       00008090
              PERFORM 4300-PRINT-TOP-REASONS THRU 4300-EXIT             00008100
              DISPLAY "*** FLAGGED: PRODUCT " GRP-PRODUCT (WS-GRP-SUB)  00008110
                " " WS-SECTION-TYPE " " GRP-KEY (WS-GRP-SUB)            00008120
                " IMPACT " DTL-IMPACT                                   00008130
           END-IF.                                                      00008140
       4200-EXIT.                                                       00008150
           EXIT.                                                        00008160
                                                                        00008170
      *> ***************************************************************00008180
      *> THE THREE MOST FREQUENT PRINCIPAL REASON CODES BEHIND A        00008190
      *> FLAGGED GROUP'S DECLINES AND REFERS                            00008200
      *> ***************************************************************00008210
       4300-PRINT-TOP-REASONS.                                          00008220
           MOVE SPACES TO WS-TOP-LIST                                   00008230
           MOVE 'TOP REASONS:' TO RL-LABEL                              00008240
           PERFORM VARYING WS-TOP-SUB FROM 1 BY 1                       00008250
                    UNTIL WS-TOP-SUB > 3                                00008260
             MOVE ZEROES TO WS-RTL-BEST                                 00008270
             MOVE ZEROES TO WS-RTL-BEST-COUNT                           00008280
             PERFORM VARYING WS-RTL-SUB FROM 1 BY 1                     00008290
                      UNTIL WS-RTL-SUB > WS-RTL-COUNT                   00008300
               IF RTL-GRP (WS-RTL-SUB) = WS-GRP-SUB                     00008310
                  AND RTL-COUNT (WS-RTL-SUB) > WS-RTL-BEST-COUNT        00008320
                  PERFORM 4350-CHECK-TAKEN THRU 4350-EXIT               00008330
                  IF NOT WS-TOP-TAKEN                                   00008340
                     MOVE WS-RTL-SUB TO WS-RTL-BEST                     00008350
                     MOVE RTL-COUNT (WS-RTL-SUB) TO WS-RTL-BEST-COUNT   00008360
                  END-IF                                                00008370
               END-IF                                                   00008380
             END-PERFORM                                                00008390
             IF WS-RTL-BEST > 0                                         00008400
                MOVE RTL-CODE (WS-RTL-BEST) TO WS-TOP-CODE (WS-TOP-SUB) 00008410
                MOVE RTL-CODE (WS-RTL-BEST) TO RL-CODE                  00008420
                MOVE RTL-COUNT (WS-RTL-BEST) TO RL-COUNT                00008430
                MOVE SPACES TO RL-TEXT                                  00008440
                PERFORM VARYING WS-RSN-SUB FROM 1 BY 1                  00008450
                         UNTIL WS-RSN-SUB > WS-RSN-COUNT                00008460
                  IF TBL-RSN-CODE (WS-RSN-SUB) = RL-CODE                00008470
                     MOVE TBL-RSN-TEXT (WS-RSN-SUB) TO RL-TEXT          00008480
                  END-IF                                                00008490
                END-PERFORM                                             00008500
                WRITE FAIR-RPT-LINE FROM WS-RSN-LINE                    00008510
                MOVE SPACES TO RL-LABEL                                 00008520
             END-IF                                                     00008530
           END-PERFORM                                                  00008540
           IF WS-TOP-CODE (1) = SPACES                                  00008550
              MOVE SPACES TO WS-RSN-LINE                                00008560
              MOVE 'TOP REASONS:' TO RL-LABEL                           00008570
              MOVE 'NONE RECORDED' TO RL-TEXT                           00008580
              WRITE FAIR-RPT-LINE FROM WS-RSN-LINE                      00008590
           END-IF.                                                      00008600
       4300-EXIT.                                                       00008610
           EXIT.                                                        00008620
                                                                        00008630
       4350-CHECK-TAKEN.                                                00008640
           MOVE 'N' TO WS-TOP-TAKEN-SW                                  00008650
           PERFORM VARYING WS-TOP-SUB2 FROM 1 BY 1                      00008660
                    UNTIL WS-TOP-SUB2 > 3                               00008670
             IF WS-TOP-CODE (WS-TOP-SUB2) = RTL-CODE (WS-RTL-SUB)       00008680
                SET WS-TOP-TAKEN TO TRUE                                00008690
             END-IF                                                     00008700
           END-PERFORM.                                                 00008710
       4350-EXIT.                                                       00008720
           EXIT.                                                        00008730
                                                                        00008740
      *> ***************************************************************00008750
      *> THE HISTORY IS TRIMMED TO THE RE-APPLY WINDOW; A PERIOD THAT   00008760
      *> STARTS BEFORE THE OLDEST ENTRY LEFT WAS ONLY PARTLY SEEN       00008770
      *> ***************************************************************00008780
       4500-CHECK-COVERAGE.                                             00008790
           IF WS-EARLIEST-DATE > WS-PERIOD-FROM                         00008800
              DISPLAY "*** HISTORY STARTS " WS-EARLIEST-DATE            00008810
                ", AFTER THE PERIOD START - PERIOD ONLY PARTLY SEEN"    00008820
              SET RC-WARNING TO TRUE                                    00008830
           END-IF.                                                      00008840
       4500-EXIT.                                                       00008850
           EXIT.                                                        00008860
                                                                        00008870
       9000-TERMINATE.                                                  00008880
           DISPLAY "===== CONDFAIR RUN SUMMARY ====="                   00008890
           DISPLAY "HISTORY ENTRIES READ: " WS-ENTRIES-READ             00008900
           DISPLAY "DECISIONS IN PERIOD:  " WS-IN-PERIOD                00008910
           DISPLAY "GROUPS FLAGGED:       " WS-FLAGGED-COUNT            00008920
           IF WS-RTL-DROPPED > 0                                        00008930
              DISPLAY "REASON TALLY FULL, DECISIONS NOT TALLIED: "      00008940
                WS-RTL-DROPPED                                          00008950
           END-IF                                                       00008960
           IF NOT WS-FTC-TRAILER-SEEN                                   00008970
              DISPLAY "*** DECISION HISTORY HAS NO TRAILER"             00008980
              SET WS-FTC-FAILED TO TRUE                                 00008990
           END-IF                                                       00009000
      *> A FLAGGED GROUP, A SHORT HISTORY OR A HISTORY ONLY PARTLY      00009010
      *> COVERING THE PERIOD ALL END WITH THE WARNING CODE SO           00009020
      *> COMPLIANCE SEES THEM WITHOUT READING THE REPORT                00009030
           IF WS-ANY-FLAG                                               00009040
              DISPLAY "*** DISPARATE IMPACT FLAGGED - SEE FAIRRPT"      00009050
           END-IF                                                       00009060
           IF WS-FTC-FAILED OR WS-ANY-FLAG                              00009070
              SET RC-WARNING TO TRUE                                    00009080
           END-IF                                                       00009090
           IF RC-WARNING                                                00009100
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00009110
           END-IF                                                       00009120
           CLOSE HIST-FILE                                              00009130
           CLOSE FAIR-RPT-FILE.                                         00009140
       9000-EXIT.                                                       00009150
           EXIT.                                                        00009160
                                                                        00009170
       COPY FEEDTCHK.                                                   00009180
       COPY PROCDPAR.                                                   00009190
                                                                        00009200
       COPY ABENDPAR.                                                   00009210
