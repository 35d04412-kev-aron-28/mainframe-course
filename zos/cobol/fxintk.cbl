       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. FXINTK.                                              00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * EXCHANGE-RATE FEED INTAKE.                               *      00000090
      * LOADS THE TREASURY RATE FEED AND PROVES ITS TRAILER      *      00000100
      * BEFORE ANY RATE ON IT REACHES FXRATES.  EACH FEED RATE   *      00000110
      * IS COMPARED WITH THE PRIOR DAY'S RATE FOR THE SAME       *      00000120
      * CURRENCY: A MOVE BEYOND THE PARAMETER CARD'S TOLERANCE   *      00000130
      * IS REFUSED, AND EVERY CURRENCY CARRIED ON AN OPEN        *      00000140
      * ACCOUNT OF THE MASTER MUST BE ON THE FEED.  A REFUSED    *      00000150
      * OR MISSING RATE EITHER STOPS THE NIGHT (STRICT MODE ON   *      00000160
      * THE CARD, RC=8, FXRATES LEFT UNTOUCHED) OR KEEPS THE     *      00000170
      * PRIOR DAY'S RATE FOR THAT CURRENCY WITH RC=4.  THE NEW   *      00000180
      * TABLE GOES TO FXNEW FOR THE NEXT STEP TO COPY OVER       *      00000190
      * FXRATES, AND EVERY CURRENCY'S OUTCOME IS APPENDED TO THE *      00000200
      * DATED RATE HISTORY.                                      *      00000210
      * ********************************************************        00000220
       ENVIRONMENT DIVISION.                                            00000230
       INPUT-OUTPUT SECTION.                                            00000240
       FILE-CONTROL.                                                    00000250
           SELECT FX-FEED-FILE                                          00000260
           ASSIGN TO FXFEED                                             00000270
           ORGANIZATION IS SEQUENTIAL                                   00000280
           FILE STATUS IS FS-FX-FEED-FILE.                              00000290
           SELECT FX-RATE-FILE                                          00000300
           ASSIGN TO FXRATES                                            00000310
           ORGANIZATION IS SEQUENTIAL                                   00000320
           FILE STATUS IS FS-FX-RATE-FILE.                              00000330
           SELECT FX-NEW-FILE                                           00000340
           ASSIGN TO FXNEW                                              00000350
           ORGANIZATION IS SEQUENTIAL                                   00000360
           FILE STATUS IS FS-FX-NEW-FILE.                               00000370
           SELECT FX-HIST-FILE                                          00000380
           ASSIGN TO FXHIST                                             00000390
           ORGANIZATION IS SEQUENTIAL                                   00000400
           FILE STATUS IS FS-FX-HIST-FILE.                              00000410
           SELECT MYFILE                                                00000420
           ASSIGN TO MYDD                                               00000430
           ORGANIZATION IS INDEXED                                      00000440
           ACCESS MODE IS SEQUENTIAL                                    00000450
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000460
           FILE STATUS IS FS-MYFILE.                                    00000470
           SELECT FXI-RPT-FILE                                          00000480
           ASSIGN TO FXIRPT                                             00000490
           ORGANIZATION IS SEQUENTIAL                                   00000500
           FILE STATUS IS FS-FXI-RPT-FILE.                              00000510
           SELECT PARM-FILE                                             00000520
           ASSIGN TO FXIPARM                                            00000530
           ORGANIZATION IS SEQUENTIAL                                   00000540
           FILE STATUS IS FS-PARM-FILE.                                 00000550
           SELECT PROC-DATE-FILE                                        00000560
           ASSIGN TO PROCDATE                                           00000570
           ORGANIZATION IS SEQUENTIAL                                   00000580
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000590
       DATA DIVISION.                                                   00000600
       FILE SECTION.                                                    00000610
      *> ***************************************************************00000620
      *> TREASURY FEED RECORD, IN THE FXRATES LAYOUT, ENDED BY THE      00000630
      *> STANDARD 'TRL' TRAILER.  THE TRAILER HASH IS THE SUM OF THE    00000640
      *> RATES TAKEN AS WHOLE MILLIONTHS                                00000650
      *> ***************************************************************00000660
       FD FX-FEED-FILE.                                                 00000670
       01 FX-FEED-RECORD.                                               00000680
           05 FXF-CURR-CD           PIC X(03).                          00000690
           05 FXF-RATE              PIC 9(03)V9(06).                    00000700
           05 FXF-RATE-HASH REDEFINES FXF-RATE                          00000710
                                    PIC 9(09).                          00000720
           05 FXF-EFF-DATE          PIC 9(08).                          00000730
           05 FILLER                PIC X(60).                          00000740
                                                                        00000750
      *> ***************************************************************00000760
      *> EXCHANGE-RATE RECORD, THE SAME FXRATES LAYOUT FILESHAN READS:  00000770
      *> A FOREIGN AMOUNT TIMES THE RATE GIVES BASE CURRENCY,           00000780
      *> EFFECTIVE ON AND AFTER ITS DATE                                00000790
      *> ***************************************************************00000800
       FD FX-RATE-FILE.                                                 00000810
       01 FX-RATE-RECORD.                                               00000820
           05 FX-CURR-CD            PIC X(03).                          00000830
           05 FX-RATE               PIC 9(03)V9(06).                    00000840
           05 FX-EFF-DATE           PIC 9(08).                          00000850
           05 FILLER                PIC X(60).                          00000860
                                                                        00000870
       FD FX-NEW-FILE.                                                  00000880
       01 FX-NEW-RECORD.                                                00000890
           05 FXN-CURR-CD           PIC X(03).                          00000900
           05 FXN-RATE              PIC 9(03)V9(06).                    00000910
           05 FXN-EFF-DATE          PIC 9(08).                          00000920
           05 FILLER                PIC X(60).                          00000930
                                                                        00000940
       FD FX-HIST-FILE.                                                 00000950
       COPY FXHIST.                                                     00000960
                                                                        00000970
       FD MYFILE.                                                       00000980
       COPY MYFREC.                                                     00000990
                                                                        00001000
       FD FXI-RPT-FILE.                                                 00001010
       01 FXI-RPT-LINE              PIC X(133).                         00001020
                                                                        00001030
       FD PARM-FILE.                                                    00001040
       COPY PARMCPY.                                                    00001050
                                                                        00001060
       FD PROC-DATE-FILE.                                               00001070
       COPY PROCDREC.                                                   00001080
                                                                        00001090
       WORKING-STORAGE SECTION.                                         00001100
       01 FS-FX-FEED-FILE PIC XX.                                       00001110
       01 FS-FX-RATE-FILE PIC XX.                                       00001120
       01 FS-FX-NEW-FILE PIC XX.                                        00001130
       01 FS-FX-HIST-FILE PIC XX.                                       00001140
       01 FS-MYFILE PIC XX.                                             00001150
       01 FS-FXI-RPT-FILE PIC XX.                                       00001160
       01 FS-PARM-FILE PIC XX.                                          00001170
       COPY PROCDCPY.                                                   00001180
                                                                        00001190
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001200
           88 WS-EOF VALUE 'Y'.                                         00001210
       01 WS-FEED-MISSING-SW PIC X(01) VALUE 'N'.                       00001220
           88 WS-FEED-MISSING VALUE 'Y'.                                00001230
       01 WS-FEED-REJECT-SW PIC X(01) VALUE 'N'.                        00001240
           88 WS-FEED-REJECTED VALUE 'Y'.                               00001250
       01 WS-STRICT-SW PIC X(01) VALUE 'N'.                             00001260
           88 WS-STOP-ON-REFUSAL VALUE 'Y'.                             00001270
       01 WS-STOPPED-SW PIC X(01) VALUE 'N'.                            00001280
           88 WS-STOPPED VALUE 'Y'.                                     00001290
                                                                        00001300
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001310
       01 WS-BASE-CURR-CD PIC X(03) VALUE 'USD'.                        00001320
      *> LARGEST DAY-ON-DAY MOVE ACCEPTED, AS A FRACTION OF THE PRIOR   00001330
      *> RATE; THE PARAMETER CARD'S RATE THRESHOLD OVERRIDES            00001340
       01 WS-TOLERANCE PIC 9V9999 VALUE .0500.                          00001350
       01 WS-TOLERANCE-PCT PIC ZZ9.99.                                  00001360
       01 WS-RATE-DIFF PIC S9(03)V9(06) VALUE ZEROES.                   00001370
       01 WS-RATE-LIMIT PIC 9(03)V9(10) VALUE ZEROES.                   00001380
       01 WS-MOVE-PCT PIC 9(05)V99 VALUE ZEROES.                        00001390
       01 WS-WANT-CURR PIC X(03) VALUE SPACES.                          00001400
       01 WS-LAST-CURR PIC X(03) VALUE SPACES.                          00001410
       01 WS-EXC-REASON PIC X(30) VALUE SPACES.                         00001420
                                                                        00001430
      *> ***************************************************************00001440
      *> ONE ROW PER CURRENCY MET ON THE PRIOR TABLE, THE FEED OR THE   00001450
      *> MASTER.  THE FLOOR IS THE CURRENCY'S EARLIEST FXRATES ENTRY,   00001460
      *> KEPT SO A BACK-DATED RECORD STILL PRICES; THE PRIOR IS ITS     00001470
      *> LATEST, THE RATE IN FORCE YESTERDAY.  25 CURRENCIES AT TWO     00001480
      *> ENTRIES EACH FILL THE 50-ENTRY TABLE THE EXTRACT LOADS         00001490
      *> ***************************************************************00001500
       01 WS-CUR-TABLE.                                                 00001510
           05 WS-CUR-ENTRY OCCURS 25 TIMES.                             00001520
               10 TBL-CUR-CD            PIC X(03).                      00001530
               10 TBL-CUR-PRIOR-SW      PIC X(01).                      00001540
               10 TBL-CUR-FLOOR-RATE    PIC 9(03)V9(06).                00001550
               10 TBL-CUR-FLOOR-DATE    PIC 9(08).                      00001560
               10 TBL-CUR-PRIOR-RATE    PIC 9(03)V9(06).                00001570
               10 TBL-CUR-PRIOR-DATE    PIC 9(08).                      00001580
               10 TBL-CUR-FEED-SW       PIC X(01).                      00001590
               10 TBL-CUR-FEED-RATE     PIC 9(03)V9(06).                00001600
               10 TBL-CUR-FEED-DATE     PIC 9(08).                      00001610
               10 TBL-CUR-MASTER-SW     PIC X(01).                      00001620
               10 TBL-CUR-STATUS        PIC X(01).                      00001630
               10 TBL-CUR-MOVE-PCT      PIC 9(05)V99.                   00001640
               10 TBL-CUR-APPLIED-RATE  PIC 9(03)V9(06).                00001650
               10 TBL-CUR-APPLIED-DATE  PIC 9(08).                      00001660
       01 WS-CUR-COUNT PIC 9(02) VALUE ZEROES.                          00001670
       01 WS-CUR-MAX PIC 9(02) VALUE 25.                                00001680
       01 WS-CUR-SUB PIC 9(02) VALUE ZEROES.                            00001690
       01 WS-CUR-HIT PIC 9(02) VALUE ZEROES.                            00001700
                                                                        00001710
       01 WS-PRIOR-READ PIC 9(05) VALUE ZEROES.                         00001720
       01 WS-FEED-READ PIC 9(05) VALUE ZEROES.                          00001730
       01 WS-FEED-DROPPED PIC 9(05) VALUE ZEROES.                       00001740
       01 WS-MASTER-READ PIC 9(09) VALUE ZEROES.                        00001750
       01 WS-ACCEPTED-COUNT PIC 9(05) VALUE ZEROES.                     00001760
       01 WS-NEW-CURR-COUNT PIC 9(05) VALUE ZEROES.                     00001770
       01 WS-TOLERANCE-COUNT PIC 9(05) VALUE ZEROES.                    00001780
       01 WS-MISSING-COUNT PIC 9(05) VALUE ZEROES.                      00001790
       01 WS-REFUSED-COUNT PIC 9(05) VALUE ZEROES.                      00001800
       01 WS-TABLE-FULL-COUNT PIC 9(05) VALUE ZEROES.                   00001810
       01 WS-RATES-WRITTEN PIC 9(05) VALUE ZEROES.                      00001820
       01 WS-HIST-WRITTEN PIC 9(05) VALUE ZEROES.                       00001830
                                                                        00001840
       COPY ABENDCPY.                                                   00001850
       COPY FEEDTRL.                                                    00001860
                                                                        00001870
       01 WS-HDR-LINE-1.                                                00001880
           05 FILLER PIC X(01) VALUE '1'.                               00001890
           05 FILLER PIC X(50)                                          00001900
              VALUE 'FXINTK - EXCHANGE RATE INTAKE EXCEPTIONS'.         00001910
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00001920
           05 HDR-RUN-DATE PIC 9(08).                                   00001930
                                                                        00001940
       01 WS-HDR-COL-LINE.                                              00001950
           05 FILLER PIC X(01) VALUE '0'.                               00001960
           05 FILLER PIC X(06) VALUE 'CURR'.                            00001970
           05 FILLER PIC X(12) VALUE 'FEED RATE'.                       00001980
           05 FILLER PIC X(12) VALUE 'PRIOR RATE'.                      00001990
           05 FILLER PIC X(10) VALUE 'MOVE PCT'.                        00002000
           05 FILLER PIC X(10) VALUE 'EFF DATE'.                        00002010
           05 FILLER PIC X(30) VALUE 'EXCEPTION'.                       00002020
                                                                        00002030
       01 WS-EXC-LINE.                                                  00002040
           05 FILLER PIC X(01) VALUE SPACE.                             00002050
           05 EL-CURR-CD PIC X(03).                                     00002060
           05 FILLER PIC X(03) VALUE SPACES.                            00002070
           05 EL-FEED-RATE PIC ZZ9.999999.                              00002080
           05 FILLER PIC X(02) VALUE SPACES.                            00002090
           05 EL-PRIOR-RATE PIC ZZ9.999999.                             00002100
           05 FILLER PIC X(02) VALUE SPACES.                            00002110
           05 EL-MOVE-PCT PIC ZZZZ9.99.                                 00002120
           05 FILLER PIC X(02) VALUE SPACES.                            00002130
           05 EL-EFF-DATE PIC 9(08).                                    00002140
           05 FILLER PIC X(02) VALUE SPACES.                            00002150
           05 EL-REASON PIC X(30).                                      00002160
                                                                        00002170
       01 WS-NOTE-LINE.                                                 00002180
           05 FILLER PIC X(01) VALUE SPACE.                             00002190
           05 NOTE-TEXT PIC X(100).                                     00002200
                                                                        00002210
       01 WS-TOT-LINE.                                                  00002220
           05 FILLER PIC X(01) VALUE '0'.                               00002230
           05 TOT-LABEL PIC X(30).                                      00002240
           05 TOT-COUNT PIC ZZ,ZZ9.                                     00002250
                                                                        00002260
       PROCEDURE DIVISION.                                              00002270
       0000-MAIN.                                                       00002280
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00002290
           PERFORM 2000-LOAD-PRIOR-RATES THRU 2000-EXIT                 00002300
           PERFORM 3000-LOAD-FEED THRU 3000-EXIT                        00002310
           PERFORM 4000-SCAN-MASTER THRU 4000-EXIT                      00002320
           PERFORM 5000-CHECK-RATES THRU 5000-EXIT                      00002330
           PERFORM 6000-WRITE-NEW-RATES THRU 6000-EXIT                  00002340
           PERFORM 6500-WRITE-HISTORY THRU 6500-EXIT                    00002350
           PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT                     00002360
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00002370
           MOVE WS-STD-RETURN-CODE TO RETURN-CODE                       00002380
           GOBACK.                                                      00002390
                                                                        00002400
      *> ***************************************************************00002410
      *> PROCESSING DATE, TOLERANCE AND STRICT MODE, THEN THE REPORT    00002420
      *> ***************************************************************00002430
       1000-INITIALIZE.                                                 00002440
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00002450
           IF WS-PROCESS-DATE > 0                                       00002460
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00002470
           ELSE                                                         00002480
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00002490
           END-IF                                                       00002500
           MOVE ZEROES TO PARM-RATE-THRESHOLD                           00002510
           MOVE SPACE TO PARM-STRICT-MODE                               00002520
           PERFORM 8700-READ-PARM-CARD THRU 8700-EXIT                   00002530
           IF PARM-RATE-THRESHOLD NUMERIC                               00002540
              AND PARM-RATE-THRESHOLD > 0                               00002550
              MOVE PARM-RATE-THRESHOLD TO WS-TOLERANCE                  00002560
           END-IF                                                       00002570
           IF PARM-STRICT-MODE = 'Y'                                    00002580
              SET WS-STOP-ON-REFUSAL TO TRUE                            00002590
           END-IF                                                       00002600
           COMPUTE WS-TOLERANCE-PCT = WS-TOLERANCE * 100                00002610
           DISPLAY "RATE MOVE TOLERANCE PCT: " WS-TOLERANCE-PCT         00002620
           IF WS-STOP-ON-REFUSAL                                        00002630
              DISPLAY "A REFUSED RATE STOPS THE NIGHT"                  00002640
           ELSE                                                         00002650
              DISPLAY "A REFUSED RATE KEEPS THE PRIOR DAY'S RATE"       00002660
           END-IF                                                       00002670
           OPEN OUTPUT FXI-RPT-FILE                                     00002680
           IF FS-FXI-RPT-FILE NOT = "00"                                00002690
              MOVE "OPEN FAILED ON FXI-RPT-FILE" TO WS-ABEND-MESSAGE    00002700
              GO TO 9999-ABEND                                          00002710
           END-IF                                                       00002720
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00002730
           WRITE FXI-RPT-LINE FROM WS-HDR-LINE-1                        00002740
           WRITE FXI-RPT-LINE FROM WS-HDR-COL-LINE.                     00002750
       1000-EXIT.                                                       00002760
           EXIT.                                                        00002770
                                                                        00002780
      *> ***************************************************************00002790
      *> YESTERDAY'S FXRATES.  WITHOUT ONE EVERY FEED RATE IS TAKEN AS  00002800
      *> A NEW CURRENCY, THERE BEING NOTHING TO MEASURE IT AGAINST      00002810
      *> ***************************************************************00002820
       2000-LOAD-PRIOR-RATES.                                           00002830
           OPEN INPUT FX-RATE-FILE                                      00002840
           EVALUATE FS-FX-RATE-FILE                                     00002850
             WHEN "00"                                                  00002860
               CONTINUE                                                 00002870
             WHEN "35"                                                  00002880
               DISPLAY "*** NO PRIOR FX RATES DATASET"                  00002890
               GO TO 2000-EXIT                                          00002900
             WHEN OTHER                                                 00002910
               MOVE "OPEN FAILED ON FX-RATE-FILE" TO WS-ABEND-MESSAGE   00002920
               GO TO 9999-ABEND                                         00002930
           END-EVALUATE                                                 00002940
           PERFORM 2900-READ-PRIOR THRU 2900-EXIT                       00002950
           PERFORM 2100-LOAD-ONE THRU 2100-EXIT                         00002960
              UNTIL WS-EOF                                              00002970
           CLOSE FX-RATE-FILE                                           00002980
           MOVE 'N' TO WS-EOF-SW.                                       00002990
       2000-EXIT.                                                       00003000
           EXIT.                                                        00003010
                                                                        00003020
       2100-LOAD-ONE.                                                   00003030
           ADD 1 TO WS-PRIOR-READ                                       00003040
           IF FX-CURR-CD = SPACES                                       00003050
              OR FX-RATE NOT NUMERIC                                    00003060
              OR FX-EFF-DATE NOT NUMERIC                                00003070
              DISPLAY "BAD FX RATE RECORD SKIPPED"                      00003080
              GO TO 2100-READ-NEXT                                      00003090
           END-IF                                                       00003100
           MOVE FX-CURR-CD TO WS-WANT-CURR                              00003110
           PERFORM 5900-FIND-CURRENCY THRU 5900-EXIT                    00003120
           IF WS-CUR-HIT = 0                                            00003130
              GO TO 2100-READ-NEXT                                      00003140
           END-IF                                                       00003150
           IF TBL-CUR-PRIOR-SW (WS-CUR-HIT) NOT = 'Y'                   00003160
              MOVE 'Y' TO TBL-CUR-PRIOR-SW (WS-CUR-HIT)                 00003170
              MOVE FX-RATE TO TBL-CUR-FLOOR-RATE (WS-CUR-HIT)           00003180
              MOVE FX-EFF-DATE TO TBL-CUR-FLOOR-DATE (WS-CUR-HIT)       00003190
              MOVE FX-RATE TO TBL-CUR-PRIOR-RATE (WS-CUR-HIT)           00003200
              MOVE FX-EFF-DATE TO TBL-CUR-PRIOR-DATE (WS-CUR-HIT)       00003210
              GO TO 2100-READ-NEXT                                      00003220
           END-IF                                                       00003230
           IF FX-EFF-DATE < TBL-CUR-FLOOR-DATE (WS-CUR-HIT)             00003240
              MOVE FX-RATE TO TBL-CUR-FLOOR-RATE (WS-CUR-HIT)           00003250
              MOVE FX-EFF-DATE TO TBL-CUR-FLOOR-DATE (WS-CUR-HIT)       00003260
           END-IF                                                       00003270
           IF FX-EFF-DATE NOT < TBL-CUR-PRIOR-DATE (WS-CUR-HIT)         00003280
              MOVE FX-RATE TO TBL-CUR-PRIOR-RATE (WS-CUR-HIT)           00003290
              MOVE FX-EFF-DATE TO TBL-CUR-PRIOR-DATE (WS-CUR-HIT)       00003300
           END-IF.                                                      00003310
       2100-READ-NEXT.                                                  00003320
           PERFORM 2900-READ-PRIOR THRU 2900-EXIT.                      00003330
       2100-EXIT.                                                       00003340
           EXIT.                                                        00003350
                                                                        00003360
       2900-READ-PRIOR.                                                 00003370
           READ FX-RATE-FILE                                            00003380
           EVALUATE FS-FX-RATE-FILE                                     00003390
             WHEN "00"                                                  00003400
               CONTINUE                                                 00003410
             WHEN "10"                                                  00003420
               SET WS-EOF TO TRUE                                       00003430
             WHEN OTHER                                                 00003440
               MOVE "READ FAILED ON FX-RATE-FILE" TO WS-ABEND-MESSAGE   00003450
               GO TO 9999-ABEND                                         00003460
           END-EVALUATE.                                                00003470
       2900-EXIT.                                                       00003480
           EXIT.                                                        00003490
                                                                        00003500
      *> ***************************************************************00003510
      *> TONIGHT'S TREASURY FEED.  A MISSING FEED LEAVES EVERY CURRENCY 00003520
      *> UNQUOTED; A FEED THAT FAILS ITS TRAILER IS SET ASIDE WHOLE -   00003530
      *> NO RATE IS TAKEN FROM A SHORT OR ALTERED FILE                  00003540
      *> ***************************************************************00003550
       3000-LOAD-FEED.                                                  00003560
           OPEN INPUT FX-FEED-FILE                                      00003570
           EVALUATE FS-FX-FEED-FILE                                     00003580
             WHEN "00"                                                  00003590
               CONTINUE                                                 00003600
             WHEN "35"                                                  00003610
               DISPLAY "*** NO TREASURY RATE FEED TONIGHT"              00003620
               SET WS-FEED-MISSING TO TRUE                              00003630
               MOVE 'NO TREASURY RATE FEED RECEIVED TONIGHT'            00003640
                  TO NOTE-TEXT                                          00003650
               WRITE FXI-RPT-LINE FROM WS-NOTE-LINE                     00003660
               GO TO 3000-EXIT                                          00003670
             WHEN OTHER                                                 00003680
               MOVE "OPEN FAILED ON FX-FEED-FILE" TO WS-ABEND-MESSAGE   00003690
               GO TO 9999-ABEND                                         00003700
           END-EVALUATE                                                 00003710
           PERFORM 3900-READ-FEED THRU 3900-EXIT                        00003720
           PERFORM 3100-LOAD-ONE THRU 3100-EXIT                         00003730
              UNTIL WS-EOF                                              00003740
           CLOSE FX-FEED-FILE                                           00003750
           MOVE 'N' TO WS-EOF-SW                                        00003760
           IF NOT WS-FTC-TRAILER-SEEN                                   00003770
              DISPLAY "*** TREASURY RATE FEED HAS NO TRAILER"           00003780
              SET WS-FTC-FAILED TO TRUE                                 00003790
           END-IF                                                       00003800
           IF WS-FTC-FAILED                                             00003810
              SET WS-FEED-REJECTED TO TRUE                              00003820
              MOVE 'RATE FEED FAILED ITS TRAILER PROOF - NOT APPLIED'   00003830
                 TO NOTE-TEXT                                           00003840
              WRITE FXI-RPT-LINE FROM WS-NOTE-LINE                      00003850
              PERFORM VARYING WS-CUR-SUB FROM 1 BY 1                    00003860
                       UNTIL WS-CUR-SUB > WS-CUR-COUNT                  00003870
                MOVE 'N' TO TBL-CUR-FEED-SW (WS-CUR-SUB)                00003880
              END-PERFORM                                               00003890
           END-IF.                                                      00003900
       3000-EXIT.                                                       00003910
           EXIT.                                                        00003920
                                                                        00003930
       3100-LOAD-ONE.                                                   00003940
           IF FX-FEED-RECORD (1:3) = 'TRL'                              00003950
              MOVE FX-FEED-RECORD (1:43) TO WS-FEED-TRAILER             00003960
              PERFORM 8950-CHECK-FEED-TRAILER THRU 8950-EXIT            00003970
              GO TO 3100-READ-NEXT                                      00003980
           END-IF                                                       00003990
           ADD 1 TO WS-FEED-READ                                        00004000
           ADD 1 TO WS-FTC-REC-COUNT                                    00004010
           IF FXF-RATE NUMERIC                                          00004020
              ADD FXF-RATE-HASH TO WS-FTC-AMOUNT-HASH                   00004030
           END-IF                                                       00004040
           IF FXF-CURR-CD = SPACES                                      00004050
              OR FXF-RATE NOT NUMERIC                                   00004060
              OR FXF-RATE = 0                                           00004070
              OR FXF-EFF-DATE NOT NUMERIC                               00004080
              DISPLAY "UNREADABLE FEED RATE SKIPPED: " FXF-CURR-CD      00004090
              ADD 1 TO WS-FEED-DROPPED                                  00004100
              GO TO 3100-READ-NEXT                                      00004110
           END-IF                                                       00004120
           MOVE FXF-CURR-CD TO WS-WANT-CURR                             00004130
           PERFORM 5900-FIND-CURRENCY THRU 5900-EXIT                    00004140
           IF WS-CUR-HIT = 0                                            00004150
              ADD 1 TO WS-FEED-DROPPED                                  00004160
              GO TO 3100-READ-NEXT                                      00004170
           END-IF                                                       00004180
           IF TBL-CUR-FEED-SW (WS-CUR-HIT) = 'Y'                        00004190
              DISPLAY "CURRENCY QUOTED TWICE, LATER RATE KEPT: "        00004200
                 FXF-CURR-CD                                            00004210
           END-IF                                                       00004220
           MOVE 'Y' TO TBL-CUR-FEED-SW (WS-CUR-HIT)                     00004230
           MOVE FXF-RATE TO TBL-CUR-FEED-RATE (WS-CUR-HIT)              00004240
           MOVE FXF-EFF-DATE TO TBL-CUR-FEED-DATE (WS-CUR-HIT).         00004250
       3100-READ-NEXT.                                                  00004260
           PERFORM 3900-READ-FEED THRU 3900-EXIT.                       00004270
       3100-EXIT.                                                       00004280
           EXIT.                                                        00004290
                                                                        00004300
       3900-READ-FEED.                                                  00004310
           READ FX-FEED-FILE                                            00004320
           EVALUATE FS-FX-FEED-FILE                                     00004330
             WHEN "00"                                                  00004340
               CONTINUE                                                 00004350
             WHEN "10"                                                  00004360
               SET WS-EOF TO TRUE                                       00004370
             WHEN OTHER                                                 00004380
               MOVE "READ FAILED ON FX-FEED-FILE" TO WS-ABEND-MESSAGE   00004390
               GO TO 9999-ABEND                                         00004400
           END-EVALUATE.                                                00004410
       3900-EXIT.                                                       00004420
           EXIT.                                                        00004430
                                                                        00004440
      *> ***************************************************************00004450
      *> NOTE EVERY FOREIGN CURRENCY THE EXTRACT WILL HAVE TO PRICE:    00004460
      *> THOSE ON ACCOUNTS NOT CLOSED, WHICH THE EXTRACT EXCLUDES       00004470
      *> BEFORE IT EVER LOOKS FOR A RATE                                00004480
      *> ***************************************************************00004490
       4000-SCAN-MASTER.                                                00004500
           OPEN INPUT MYFILE                                            00004510
           IF FS-MYFILE NOT = "00"                                      00004520
              MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE          00004530
              GO TO 9999-ABEND                                          00004540
           END-IF                                                       00004550
           PERFORM 4900-READ-MASTER THRU 4900-EXIT                      00004560
           PERFORM 4100-NOTE-CURRENCY THRU 4100-EXIT                    00004570
              UNTIL WS-EOF                                              00004580
           CLOSE MYFILE                                                 00004590
           MOVE 'N' TO WS-EOF-SW.                                       00004600
       4000-EXIT.                                                       00004610
           EXIT.                                                        00004620
                                                                        00004630
       4100-NOTE-CURRENCY.                                              00004640
           ADD 1 TO WS-MASTER-READ                                      00004650
           IF MYFREC-CURR-CD OF MYFILE-RECORDS = SPACES                 00004660
              OR MYFREC-CURR-CD OF MYFILE-RECORDS = WS-BASE-CURR-CD     00004670
              OR MYFREC-CURR-CD OF MYFILE-RECORDS = WS-LAST-CURR        00004680
              OR MYFREC-ST-CLOSED OF MYFILE-RECORDS                     00004690
              GO TO 4100-READ-NEXT                                      00004700
           END-IF                                                       00004710
           MOVE MYFREC-CURR-CD OF MYFILE-RECORDS TO WS-WANT-CURR        00004720
           PERFORM 5900-FIND-CURRENCY THRU 5900-EXIT                    00004730
           IF WS-CUR-HIT > 0                                            00004740
              MOVE 'Y' TO TBL-CUR-MASTER-SW (WS-CUR-HIT)                00004750
              MOVE WS-WANT-CURR TO WS-LAST-CURR                         00004760
           END-IF.                                                      00004770
       4100-READ-NEXT.                                                  00004780
           PERFORM 4900-READ-MASTER THRU 4900-EXIT.                     00004790
       4100-EXIT.                                                       00004800
           EXIT.                                                        00004810
                                                                        00004820
       4900-READ-MASTER.                                                00004830
           READ MYFILE                                                  00004840
           EVALUATE FS-MYFILE                                           00004850
             WHEN "00"                                                  00004860
               CONTINUE                                                 00004870
             WHEN "10"                                                  00004880
               SET WS-EOF TO TRUE                                       00004890
             WHEN OTHER                                                 00004900
               MOVE "READ FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00004910
               GO TO 9999-ABEND                                         00004920
           END-EVALUATE.                                                00004930
       4900-EXIT.                                                       00004940
           EXIT.                                                        00004950
                                                                        00004960
      *> ***************************************************************00004970
      *> DECIDE EACH CURRENCY'S RATE FOR TONIGHT, THEN WHETHER ANY      00004980
      *> REFUSAL STOPS THE NIGHT OR FALLS BACK TO THE PRIOR DAY         00004990
      *> ***************************************************************00005000
       5000-CHECK-RATES.                                                00005010
           PERFORM 5100-CHECK-ONE THRU 5100-EXIT                        00005020
              VARYING WS-CUR-SUB FROM 1 BY 1                            00005030
                UNTIL WS-CUR-SUB > WS-CUR-COUNT                         00005040
           IF WS-REFUSED-COUNT = 0                                      00005050
              AND NOT WS-FEED-REJECTED                                  00005060
              AND NOT WS-FEED-MISSING                                   00005070
              GO TO 5000-EXIT                                           00005080
           END-IF                                                       00005090
           IF WS-STOP-ON-REFUSAL                                        00005100
              SET WS-STOPPED TO TRUE                                    00005110
              SET RC-ERROR TO TRUE                                      00005120
              MOVE 'RATES REFUSED - FXRATES NOT REPLACED, NIGHT STOPPED'00005130
                 TO NOTE-TEXT                                           00005140
           ELSE                                                         00005150
              SET RC-WARNING TO TRUE                                    00005160
              MOVE 'RATES REFUSED - PRIOR DAY RATES KEPT FOR THEM'      00005170
                 TO NOTE-TEXT                                           00005180
           END-IF                                                       00005190
           WRITE FXI-RPT-LINE FROM WS-NOTE-LINE.                        00005200
       5000-EXIT.                                                       00005210
           EXIT.                                                        00005220
                                                                        00005230
      *> ***************************************************************00005240
      *> ONE CURRENCY.  A FEED RATE WITHIN TOLERANCE OF YESTERDAY'S IS  00005250
      *> TAKEN; ONE WITH NO YESTERDAY IS A NEW CURRENCY AND TAKEN ON    00005260
      *> TRUST BUT REPORTED.  ONE BEYOND TOLERANCE, OR A CURRENCY THE   00005270
      *> MASTER CARRIES THAT TREASURY DID NOT QUOTE, IS REFUSED AND     00005280
      *> YESTERDAY'S RATE STANDS.  A CURRENCY ONLY ON FXRATES THAT THE  00005290
      *> FEED DROPPED IS CARRIED QUIETLY                                00005300
      *> ***************************************************************00005310
       5100-CHECK-ONE.                                                  00005320
           MOVE ZEROES TO TBL-CUR-MOVE-PCT (WS-CUR-SUB)                 00005330
           MOVE TBL-CUR-PRIOR-RATE (WS-CUR-SUB) TO                      00005340
              TBL-CUR-APPLIED-RATE (WS-CUR-SUB)                         00005350
           MOVE TBL-CUR-PRIOR-DATE (WS-CUR-SUB) TO                      00005360
              TBL-CUR-APPLIED-DATE (WS-CUR-SUB)                         00005370
           IF TBL-CUR-FEED-SW (WS-CUR-SUB) NOT = 'Y'                    00005380
              GO TO 5100-NOT-QUOTED                                     00005390
           END-IF                                                       00005400
           IF TBL-CUR-PRIOR-SW (WS-CUR-SUB) NOT = 'Y'                   00005410
              MOVE 'N' TO TBL-CUR-STATUS (WS-CUR-SUB)                   00005420
              ADD 1 TO WS-NEW-CURR-COUNT                                00005430
              PERFORM 5200-APPLY-FEED-RATE THRU 5200-EXIT               00005440
              MOVE 'NEW CURRENCY - NO PRIOR RATE' TO WS-EXC-REASON      00005450
              PERFORM 5500-WRITE-EXCEPTION THRU 5500-EXIT               00005460
              GO TO 5100-EXIT                                           00005470
           END-IF                                                       00005480
           COMPUTE WS-RATE-DIFF = TBL-CUR-FEED-RATE (WS-CUR-SUB)        00005490
                                - TBL-CUR-PRIOR-RATE (WS-CUR-SUB)       00005500
           IF WS-RATE-DIFF < 0                                          00005510
              COMPUTE WS-RATE-DIFF = 0 - WS-RATE-DIFF                   00005520
           END-IF                                                       00005530
           COMPUTE WS-RATE-LIMIT = TBL-CUR-PRIOR-RATE (WS-CUR-SUB)      00005540
                                 * WS-TOLERANCE                         00005550
           IF TBL-CUR-PRIOR-RATE (WS-CUR-SUB) > 0                       00005560
              COMPUTE WS-MOVE-PCT ROUNDED = WS-RATE-DIFF * 100          00005570
                    / TBL-CUR-PRIOR-RATE (WS-CUR-SUB)                   00005580
                 ON SIZE ERROR                                          00005590
                    MOVE 99999.99 TO WS-MOVE-PCT                        00005600
              END-COMPUTE                                               00005610
           ELSE                                                         00005620
              MOVE 99999.99 TO WS-MOVE-PCT                              00005630
           END-IF                                                       00005640
           MOVE WS-MOVE-PCT TO TBL-CUR-MOVE-PCT (WS-CUR-SUB)            00005650
           IF WS-RATE-DIFF > WS-RATE-LIMIT                              00005660
              MOVE 'T' TO TBL-CUR-STATUS (WS-CUR-SUB)                   00005670
              ADD 1 TO WS-TOLERANCE-COUNT                               00005680
              ADD 1 TO WS-REFUSED-COUNT                                 00005690
              MOVE 'MOVE BEYOND TOLERANCE - REFUSED' TO WS-EXC-REASON   00005700
              PERFORM 5500-WRITE-EXCEPTION THRU 5500-EXIT               00005710
              GO TO 5100-EXIT                                           00005720
           END-IF                                                       00005730
           MOVE 'A' TO TBL-CUR-STATUS (WS-CUR-SUB)                      00005740
           ADD 1 TO WS-ACCEPTED-COUNT                                   00005750
           PERFORM 5200-APPLY-FEED-RATE THRU 5200-EXIT                  00005760
           GO TO 5100-EXIT.                                             00005770
       5100-NOT-QUOTED.                                                 00005780
           IF WS-FEED-REJECTED                                          00005790
              MOVE 'F' TO TBL-CUR-STATUS (WS-CUR-SUB)                   00005800
           ELSE                                                         00005810
              MOVE 'M' TO TBL-CUR-STATUS (WS-CUR-SUB)                   00005820
           END-IF                                                       00005830
           IF TBL-CUR-MASTER-SW (WS-CUR-SUB) NOT = 'Y'                  00005840
              GO TO 5100-EXIT                                           00005850
           END-IF                                                       00005860
           ADD 1 TO WS-MISSING-COUNT                                    00005870
           ADD 1 TO WS-REFUSED-COUNT                                    00005880
           IF TBL-CUR-PRIOR-SW (WS-CUR-SUB) = 'Y'                       00005890
              MOVE 'NOT QUOTED - PRIOR RATE STANDS' TO WS-EXC-REASON    00005900
           ELSE                                                         00005910
              MOVE 'NOT QUOTED - NO RATE AT ALL' TO WS-EXC-REASON       00005920
           END-IF                                                       00005930
           PERFORM 5500-WRITE-EXCEPTION THRU 5500-EXIT.                 00005940
       5100-EXIT.                                                       00005950
           EXIT.                                                        00005960
                                                                        00005970
       5200-APPLY-FEED-RATE.                                            00005980
           MOVE TBL-CUR-FEED-RATE (WS-CUR-SUB) TO                       00005990
              TBL-CUR-APPLIED-RATE (WS-CUR-SUB)                         00006000
           MOVE TBL-CUR-FEED-DATE (WS-CUR-SUB) TO                       00006010
              TBL-CUR-APPLIED-DATE (WS-CUR-SUB).                        00006020
       5200-EXIT.                                                       00006030
           EXIT.                                                        00006040
                                                                        00006050
       5500-WRITE-EXCEPTION.                                            00006060
           MOVE TBL-CUR-CD (WS-CUR-SUB) TO EL-CURR-CD                   00006070
           MOVE TBL-CUR-FEED-RATE (WS-CUR-SUB) TO EL-FEED-RATE          00006080
           MOVE TBL-CUR-PRIOR-RATE (WS-CUR-SUB) TO EL-PRIOR-RATE        00006090
           MOVE TBL-CUR-MOVE-PCT (WS-CUR-SUB) TO EL-MOVE-PCT            00006100
           MOVE TBL-CUR-FEED-DATE (WS-CUR-SUB) TO EL-EFF-DATE           00006110
           MOVE WS-EXC-REASON TO EL-REASON                              00006120
           WRITE FXI-RPT-LINE FROM WS-EXC-LINE.                         00006130
       5500-EXIT.                                                       00006140
           EXIT.                                                        00006150
                                                                        00006160
      *> ***************************************************************00006170
      *> FIND WS-WANT-CURR IN THE CURRENCY TABLE, ADDING IT IF NEW.  A  00006180
      *> FULL TABLE LEAVES WS-CUR-HIT ZERO AND THE CURRENCY UNPRICED    00006190
      *> ***************************************************************00006200
       5900-FIND-CURRENCY.                                              00006210
           MOVE ZEROES TO WS-CUR-HIT                                    00006220
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1                       00006230
                    UNTIL WS-CUR-SUB > WS-CUR-COUNT                     00006240
                       OR WS-CUR-HIT > 0                                00006250
             IF TBL-CUR-CD (WS-CUR-SUB) = WS-WANT-CURR                  00006260
                MOVE WS-CUR-SUB TO WS-CUR-HIT                           00006270
             END-IF                                                     00006280
           END-PERFORM                                                  00006290
           IF WS-CUR-HIT > 0                                            00006300
              GO TO 5900-EXIT                                           00006310
           END-IF                                                       00006320
           IF WS-CUR-COUNT NOT < WS-CUR-MAX                             00006330
              DISPLAY "CURRENCY TABLE FULL, NOT PRICED: " WS-WANT-CURR  00006340
              ADD 1 TO WS-TABLE-FULL-COUNT                              00006350
              SET RC-WARNING TO TRUE                                    00006360
              GO TO 5900-EXIT                                           00006370
           END-IF                                                       00006380
           ADD 1 TO WS-CUR-COUNT                                        00006390
           MOVE WS-CUR-COUNT TO WS-CUR-HIT                              00006400
           MOVE WS-WANT-CURR TO TBL-CUR-CD (WS-CUR-HIT)                 00006410
           MOVE 'N' TO TBL-CUR-PRIOR-SW (WS-CUR-HIT)                    00006420
           MOVE 'N' TO TBL-CUR-FEED-SW (WS-CUR-HIT)                     00006430
           MOVE 'N' TO TBL-CUR-MASTER-SW (WS-CUR-HIT)                   00006440
           MOVE SPACE TO TBL-CUR-STATUS (WS-CUR-HIT)                    00006450
           MOVE ZEROES TO TBL-CUR-FLOOR-RATE (WS-CUR-HIT)               00006460
           MOVE ZEROES TO TBL-CUR-FLOOR-DATE (WS-CUR-HIT)               00006470
           MOVE ZEROES TO TBL-CUR-PRIOR-RATE (WS-CUR-HIT)               00006480
           MOVE ZEROES TO TBL-CUR-PRIOR-DATE (WS-CUR-HIT)               00006490
           MOVE ZEROES TO TBL-CUR-FEED-RATE (WS-CUR-HIT)                00006500
           MOVE ZEROES TO TBL-CUR-FEED-DATE (WS-CUR-HIT)                00006510
           MOVE ZEROES TO TBL-CUR-MOVE-PCT (WS-CUR-HIT)                 00006520
           MOVE ZEROES TO TBL-CUR-APPLIED-RATE (WS-CUR-HIT)             00006530
           MOVE ZEROES TO TBL-CUR-APPLIED-DATE (WS-CUR-HIT).            00006540
       5900-EXIT.                                                       00006550
           EXIT.                                                        00006560
                                                                        00006570
      *> ***************************************************************00006580
      *> THE NEW FXRATES: PER CURRENCY ITS FLOOR ENTRY, WHEN OLDER THAN 00006590
      *> TONIGHT'S, AND THE RATE IN FORCE FROM TONIGHT.  THE ENTRIES IN 00006600
      *> BETWEEN LIVE ON IN THE RATE HISTORY.  NOTHING IS WRITTEN ON A  00006610
      *> STOPPED NIGHT, SO FXRATES KEEPS YESTERDAY'S TABLE              00006620
      *> ***************************************************************00006630
       6000-WRITE-NEW-RATES.                                            00006640
           IF WS-STOPPED                                                00006650
              GO TO 6000-EXIT                                           00006660
           END-IF                                                       00006670
           OPEN OUTPUT FX-NEW-FILE                                      00006680
           IF FS-FX-NEW-FILE NOT = "00"                                 00006690
              MOVE "OPEN FAILED ON FX-NEW-FILE" TO WS-ABEND-MESSAGE     00006700
              GO TO 9999-ABEND                                          00006710
           END-IF                                                       00006720
           PERFORM 6100-WRITE-CURRENCY THRU 6100-EXIT                   00006730
              VARYING WS-CUR-SUB FROM 1 BY 1                            00006740
                UNTIL WS-CUR-SUB > WS-CUR-COUNT                         00006750
           CLOSE FX-NEW-FILE.                                           00006760
       6000-EXIT.                                                       00006770
           EXIT.                                                        00006780
                                                                        00006790
       6100-WRITE-CURRENCY.                                             00006800
           IF TBL-CUR-PRIOR-SW (WS-CUR-SUB) = 'Y'                       00006810
              AND TBL-CUR-FLOOR-DATE (WS-CUR-SUB) <                     00006820
                  TBL-CUR-APPLIED-DATE (WS-CUR-SUB)                     00006830
              MOVE SPACES TO FX-NEW-RECORD                              00006840
              MOVE TBL-CUR-CD (WS-CUR-SUB) TO FXN-CURR-CD               00006850
              MOVE TBL-CUR-FLOOR-RATE (WS-CUR-SUB) TO FXN-RATE          00006860
              MOVE TBL-CUR-FLOOR-DATE (WS-CUR-SUB) TO FXN-EFF-DATE      00006870
              PERFORM 6900-WRITE-RATE THRU 6900-EXIT                    00006880
           END-IF                                                       00006890
           IF TBL-CUR-APPLIED-RATE (WS-CUR-SUB) > 0                     00006900
              MOVE SPACES TO FX-NEW-RECORD                              00006910
              MOVE TBL-CUR-CD (WS-CUR-SUB) TO FXN-CURR-CD               00006920
              MOVE TBL-CUR-APPLIED-RATE (WS-CUR-SUB) TO FXN-RATE        00006930
              MOVE TBL-CUR-APPLIED-DATE (WS-CUR-SUB) TO FXN-EFF-DATE    00006940
              PERFORM 6900-WRITE-RATE THRU 6900-EXIT                    00006950
           END-IF.                                                      00006960
       6100-EXIT.                                                       00006970
           EXIT.                                                        00006980
                                                                        00006990
       6900-WRITE-RATE.                                                 00007000
           WRITE FX-NEW-RECORD                                          00007010
           IF FS-FX-NEW-FILE NOT = "00"                                 00007020
              MOVE "WRITE FAILED ON FX-NEW-FILE" TO WS-ABEND-MESSAGE    00007030
              GO TO 9999-ABEND                                          00007040
           END-IF                                                       00007050
           ADD 1 TO WS-RATES-WRITTEN.                                   00007060
       6900-EXIT.                                                       00007070
           EXIT.                                                        00007080
                                                                        00007090
      *> ***************************************************************00007100
      *> ONE DATED HISTORY RECORD PER CURRENCY, STOPPED NIGHT OR NOT,   00007110
      *> SO A REFUSED RATE IS ON RECORD BESIDE THE ONES TAKEN           00007120
      *> ***************************************************************00007130
       6500-WRITE-HISTORY.                                              00007140
           IF WS-CUR-COUNT = 0                                          00007150
              GO TO 6500-EXIT                                           00007160
           END-IF                                                       00007170
           OPEN EXTEND FX-HIST-FILE                                     00007180
           IF FS-FX-HIST-FILE = "35"                                    00007190
              OPEN OUTPUT FX-HIST-FILE                                  00007200
           END-IF                                                       00007210
           IF FS-FX-HIST-FILE NOT = "00"                                00007220
              MOVE "OPEN FAILED ON FX-HIST-FILE" TO WS-ABEND-MESSAGE    00007230
              GO TO 9999-ABEND                                          00007240
           END-IF                                                       00007250
           PERFORM 6600-WRITE-HIST-ONE THRU 6600-EXIT                   00007260
              VARYING WS-CUR-SUB FROM 1 BY 1                            00007270
                UNTIL WS-CUR-SUB > WS-CUR-COUNT                         00007280
           CLOSE FX-HIST-FILE.                                          00007290
       6500-EXIT.                                                       00007300
           EXIT.                                                        00007310
                                                                        00007320
       6600-WRITE-HIST-ONE.                                             00007330
           MOVE SPACES TO FX-HIST-RECORD                                00007340
           MOVE WS-RUN-DATE TO FXH-RUN-DATE                             00007350
           MOVE TBL-CUR-CD (WS-CUR-SUB) TO FXH-CURR-CD                  00007360
           MOVE TBL-CUR-APPLIED-DATE (WS-CUR-SUB) TO FXH-EFF-DATE       00007370
           MOVE TBL-CUR-FEED-RATE (WS-CUR-SUB) TO FXH-FEED-RATE         00007380
           MOVE TBL-CUR-PRIOR-RATE (WS-CUR-SUB) TO FXH-PRIOR-RATE       00007390
           MOVE TBL-CUR-APPLIED-RATE (WS-CUR-SUB) TO FXH-APPLIED-RATE   00007400
           MOVE TBL-CUR-MOVE-PCT (WS-CUR-SUB) TO FXH-MOVE-PCT           00007410
           MOVE TBL-CUR-STATUS (WS-CUR-SUB) TO FXH-STATUS               00007420
           WRITE FX-HIST-RECORD                                         00007430
           IF FS-FX-HIST-FILE NOT = "00"                                00007440
              MOVE "WRITE FAILED ON FX-HIST-FILE" TO WS-ABEND-MESSAGE   00007450
              GO TO 9999-ABEND                                          00007460
           END-IF                                                       00007470
           ADD 1 TO WS-HIST-WRITTEN.                                    00007480
       6600-EXIT.                                                       00007490
           EXIT.                                                        00007500
                                                                        00007510
       7000-WRITE-TOTALS.                                               00007520
           IF WS-REFUSED-COUNT = 0                                      00007530
              AND WS-NEW-CURR-COUNT = 0                                 00007540
              AND NOT WS-FEED-REJECTED                                  00007550
              AND NOT WS-FEED-MISSING                                   00007560
              MOVE 'NO RATE EXCEPTIONS' TO NOTE-TEXT                    00007570
              WRITE FXI-RPT-LINE FROM WS-NOTE-LINE                      00007580
           END-IF                                                       00007590
           MOVE 'FEED RATES READ' TO TOT-LABEL                          00007600
           MOVE WS-FEED-READ TO TOT-COUNT                               00007610
           WRITE FXI-RPT-LINE FROM WS-TOT-LINE                          00007620
           MOVE 'FEED RATES UNREADABLE' TO TOT-LABEL                    00007630
           MOVE WS-FEED-DROPPED TO TOT-COUNT                            00007640
           WRITE FXI-RPT-LINE FROM WS-TOT-LINE                          00007650
           MOVE 'RATES ACCEPTED' TO TOT-LABEL                           00007660
           MOVE WS-ACCEPTED-COUNT TO TOT-COUNT                          00007670
           WRITE FXI-RPT-LINE FROM WS-TOT-LINE                          00007680
           MOVE 'NEW CURRENCIES' TO TOT-LABEL                           00007690
           MOVE WS-NEW-CURR-COUNT TO TOT-COUNT                          00007700
           WRITE FXI-RPT-LINE FROM WS-TOT-LINE                          00007710
           MOVE 'REFUSED OVER TOLERANCE' TO TOT-LABEL                   00007720
           MOVE WS-TOLERANCE-COUNT TO TOT-COUNT                         00007730
           WRITE FXI-RPT-LINE FROM WS-TOT-LINE                          00007740
           MOVE 'MASTER CURRENCIES NOT QUOTED' TO TOT-LABEL             00007750
           MOVE WS-MISSING-COUNT TO TOT-COUNT                           00007760
           WRITE FXI-RPT-LINE FROM WS-TOT-LINE                          00007770
           MOVE 'FXRATES ENTRIES WRITTEN' TO TOT-LABEL                  00007780
           MOVE WS-RATES-WRITTEN TO TOT-COUNT                           00007790
           WRITE FXI-RPT-LINE FROM WS-TOT-LINE.                         00007800
       7000-EXIT.                                                       00007810
           EXIT.                                                        00007820
                                                                        00007830
       9000-TERMINATE.                                                  00007840
           CLOSE FXI-RPT-FILE                                           00007850
           DISPLAY "===== FXINTK RUN SUMMARY ====="                     00007860
           DISPLAY "RUN DATE:              " WS-RUN-DATE                00007870
           DISPLAY "PRIOR RATES READ:      " WS-PRIOR-READ              00007880
           DISPLAY "FEED RATES READ:       " WS-FEED-READ               00007890
           DISPLAY "FEED RATES UNREADABLE: " WS-FEED-DROPPED            00007900
           DISPLAY "MASTER RECORDS READ:   " WS-MASTER-READ             00007910
           DISPLAY "CURRENCIES:            " WS-CUR-COUNT               00007920
           DISPLAY "RATES ACCEPTED:        " WS-ACCEPTED-COUNT          00007930
           DISPLAY "NEW CURRENCIES:        " WS-NEW-CURR-COUNT          00007940
           DISPLAY "OVER TOLERANCE:        " WS-TOLERANCE-COUNT         00007950
           DISPLAY "NOT QUOTED:            " WS-MISSING-COUNT           00007960
           DISPLAY "FXRATES ENTRIES:       " WS-RATES-WRITTEN           00007970
           DISPLAY "HISTORY RECORDS:       " WS-HIST-WRITTEN            00007980
           IF WS-FEED-REJECTED                                          00007990
              DISPLAY "*** RATE FEED FAILED ITS TRAILER PROOF"          00008000
           END-IF                                                       00008010
           IF WS-STOPPED                                                00008020
              DISPLAY "*** RATES REFUSED - NIGHT STOPPED"               00008030
           END-IF                                                       00008040
           IF WS-FEED-DROPPED > 0 AND NOT WS-STOPPED                    00008050
              SET RC-WARNING TO TRUE                                    00008060
           END-IF.                                                      00008070
       9000-EXIT.                                                       00008080
           EXIT.                                                        00008090
                                                                        00008100
       COPY FEEDTCHK.                                                   00008110
       COPY PROCDPAR.                                                   00008120
       COPY PARMPAR.                                                    00008130
                                                                        00008140
       COPY ABENDPAR.                                                   00008150
