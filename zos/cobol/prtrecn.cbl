       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. PRTRECN.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * PRINT-SHOP MAILING MANIFEST RECONCILIATION.              *      00000090
      * PROVES THE PRINT SHOP'S DAILY PRODUCTION MANIFEST        *      00000100
      * AGAINST ITS TRAILER, THEN WALKS THE HAND-OFF REGISTER    *      00000110
      * EVERY LETTER AND STATEMENT PRODUCER APPENDS TO AS IT     *      00000120
      * CLOSES ITS FEED.  A REGISTER ENTRY STILL AWAITING ITS    *      00000130
      * ANSWER IS MATCHED TO THE MANIFEST LINE FOR THE SAME FEED *      00000140
      * AND RUN DATE: EVERY PIECE MAILED CONFIRMS IT, ANYTHING   *      00000150
      * LESS (OR MORE) IS A SHORTFALL.  ONE WITH NO ANSWER PAST  *      00000160
      * THE GRACE DAYS IS UNACKNOWLEDGED - IT STAYS OPEN TO A    *      00000170
      * LATE MANIFEST AND IS REPORTED EVERY NIGHT UNTIL ONE      *      00000180
      * COMES.  A MANIFEST LINE FOR A FEED WE NEVER HANDED OVER  *      00000190
      * IS REPORTED TOO.  THE CONTACT-HISTORY ENTRIES OF EACH    *      00000200
      * FEED CONFIRMED TONIGHT ARE STAMPED WITH THE MAILING DATE *      00000210
      * SO CONTRPT SHOWS THEM AS MAILED.  ANY EXCEPTION, A       *      00000220
      * MISSING MANIFEST OR A FAILED TRAILER ENDS WITH RC=4 - A  *      00000230
      * FAILED MANIFEST IS NOT APPLIED AT ALL.                   *      00000240
      * ********************************************************        00000250
       ENVIRONMENT DIVISION.                                            00000260
       INPUT-OUTPUT SECTION.                                            00000270
       FILE-CONTROL.                                                    00000280
           SELECT MANIFEST-FILE                                         00000290
           ASSIGN TO PRTMANI                                            00000300
           ORGANIZATION IS SEQUENTIAL                                   00000310
           FILE STATUS IS FS-MANIFEST-FILE.                             00000320
           SELECT PRINT-HANDOFF-FILE                                    00000330
           ASSIGN TO PRTHAND                                            00000340
           ORGANIZATION IS SEQUENTIAL                                   00000350
           FILE STATUS IS FS-PRINT-HANDOFF-FILE.                        00000360
           SELECT CONTACT-HIST-FILE                                     00000370
           ASSIGN TO CONTHIST                                           00000380
           ORGANIZATION IS SEQUENTIAL                                   00000390
           FILE STATUS IS FS-CONTACT-HIST-FILE.                         00000400
           SELECT PRT-RPT-FILE                                          00000410
           ASSIGN TO PRTRRPT                                            00000420
           ORGANIZATION IS SEQUENTIAL                                   00000430
           FILE STATUS IS FS-PRT-RPT-FILE.                              00000440
           SELECT PARM-FILE                                             00000450
           ASSIGN TO PRTRPARM                                           00000460
           ORGANIZATION IS SEQUENTIAL                                   00000470
           FILE STATUS IS FS-PARM-FILE.                                 00000480
           SELECT PROC-DATE-FILE                                        00000490
           ASSIGN TO PROCDATE                                           00000500
           ORGANIZATION IS SEQUENTIAL                                   00000510
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000520
       DATA DIVISION.                                                   00000530
       FILE SECTION.                                                    00000540
       FD MANIFEST-FILE.                                                00000550
       COPY PRTMAN.                                                     00000560
                                                                        00000570
       FD PRINT-HANDOFF-FILE.                                           00000580
       COPY PRTHAND.                                                    00000590
                                                                        00000600
       FD CONTACT-HIST-FILE.                                            00000610
       COPY CONTHIST.                                                   00000620
                                                                        00000630
       FD PRT-RPT-FILE.                                                 00000640
       01 PRT-RPT-LINE              PIC X(133).                         00000650
                                                                        00000660
       FD PARM-FILE.                                                    00000670
       COPY PARMCPY.                                                    00000680
                                                                        00000690
       FD PROC-DATE-FILE.                                               00000700
       COPY PROCDREC.                                                   00000710
                                                                        00000720
       WORKING-STORAGE SECTION.                                         00000730
       01 FS-MANIFEST-FILE PIC XX.                                      00000740
       01 FS-CONTACT-HIST-FILE PIC XX.                                  00000750
       01 FS-PRT-RPT-FILE PIC XX.                                       00000760
       01 FS-PARM-FILE PIC XX.                                          00000770
       COPY PRTHWS.                                                     00000780
       COPY PROCDCPY.                                                   00000790
                                                                        00000800
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00000810
           88 WS-EOF VALUE 'Y'.                                         00000820
       01 WS-MAN-MISSING-SW PIC X(01) VALUE 'N'.                        00000830
           88 WS-MAN-MISSING VALUE 'Y'.                                 00000840
       01 WS-MAN-REJECT-SW PIC X(01) VALUE 'N'.                         00000850
           88 WS-MAN-REJECTED VALUE 'Y'.                                00000860
       01 WS-REG-MISSING-SW PIC X(01) VALUE 'N'.                        00000870
           88 WS-REG-MISSING VALUE 'Y'.                                 00000880
       01 WS-REWRITE-SW PIC X(01) VALUE 'N'.                            00000890
           88 WS-REWRITE-NEEDED VALUE 'Y'.                              00000900
                                                                        00000910
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00000920
       01 WS-RUN-DAYNUM PIC 9(07) VALUE ZEROES.                         00000930
       01 WS-DAYS-OUT PIC S9(05) VALUE ZEROES.                          00000940
      *> DAYS A FEED MAY GO UNANSWERED BEFORE IT IS REPORTED; THE       00000950
      *> PARAMETER CARD'S AGE THRESHOLD OVERRIDES                       00000960
       01 WS-GRACE-DAYS PIC 9(03) VALUE 3.                              00000970
       01 WS-EXC-REASON PIC X(24) VALUE SPACES.                         00000980
                                                                        00000990
      *> ***************************************************************00001000
      *> TONIGHT'S MANIFEST, HELD SO EACH REGISTER ENTRY CAN BE MATCHED 00001010
      *> IN THE ONE PASS OF THE REGISTER                                00001020
      *> ***************************************************************00001030
       01 WS-MAN-TABLE.                                                 00001040
           05 WS-MAN-ENTRY OCCURS 500 TIMES.                            00001050
               10 TBL-MAN-FEED-ID       PIC X(08).                      00001060
               10 TBL-MAN-RUN-DATE      PIC 9(08).                      00001070
               10 TBL-MAN-RCVD          PIC 9(09).                      00001080
               10 TBL-MAN-MAILED        PIC 9(09).                      00001090
               10 TBL-MAN-SPOILED       PIC 9(09).                      00001100
               10 TBL-MAN-MAIL-DATE     PIC 9(08).                      00001110
               10 TBL-MAN-MATCHED-SW    PIC X(01).                      00001120
       01 WS-MAN-COUNT PIC 9(03) VALUE ZEROES.                          00001130
       01 WS-MAN-MAX PIC 9(03) VALUE 500.                               00001140
       01 WS-MAN-SUB PIC 9(03) VALUE ZEROES.                            00001150
       01 WS-MAN-HIT PIC 9(03) VALUE ZEROES.                            00001160
                                                                        00001170
      *> ***************************************************************00001180
      *> THE FEEDS CONFIRMED TONIGHT, WHOSE CONTACT-HISTORY ENTRIES GET 00001190
      *> THE MAILING DATE                                               00001200
      *> ***************************************************************00001210
       01 WS-CONF-TABLE.                                                00001220
           05 WS-CONF-ENTRY OCCURS 500 TIMES.                           00001230
               10 TBL-CONF-FEED-ID      PIC X(08).                      00001240
               10 TBL-CONF-RUN-DATE     PIC 9(08).                      00001250
               10 TBL-CONF-MAIL-DATE    PIC 9(08).                      00001260
       01 WS-CONF-COUNT PIC 9(03) VALUE ZEROES.                         00001270
       01 WS-CONF-MAX PIC 9(03) VALUE 500.                              00001280
       01 WS-CONF-SUB PIC 9(03) VALUE ZEROES.                           00001290
       01 WS-CONF-HIT PIC 9(03) VALUE ZEROES.                           00001300
                                                                        00001310
       01 WS-MAN-READ PIC 9(07) VALUE ZEROES.                           00001320
       01 WS-MAN-DROPPED PIC 9(07) VALUE ZEROES.                        00001330
       01 WS-MAN-REPEATED PIC 9(07) VALUE ZEROES.                       00001335
       01 WS-REG-READ PIC 9(07) VALUE ZEROES.                           00001340
       01 WS-REG-AWAITING PIC 9(07) VALUE ZEROES.                       00001350
       01 WS-CONFIRMED-COUNT PIC 9(07) VALUE ZEROES.                    00001360
       01 WS-SHORT-COUNT PIC 9(07) VALUE ZEROES.                        00001370
       01 WS-UNACK-COUNT PIC 9(07) VALUE ZEROES.                        00001380
       01 WS-UNMATCHED-COUNT PIC 9(07) VALUE ZEROES.                    00001390
       01 WS-CONTACTS-READ PIC 9(09) VALUE ZEROES.                      00001400
       01 WS-CONTACTS-STAMPED PIC 9(09) VALUE ZEROES.                   00001410
       01 WS-EXCEPTION-COUNT PIC 9(07) VALUE ZEROES.                    00001420
                                                                        00001430
       COPY ABENDCPY.                                                   00001440
       COPY FEEDTRL.                                                    00001450
                                                                        00001460
      *> ***************************************************************00001470
      *> DAY-NUMBER CONVERSION WORK AREAS FOR THE DAYS A FEED HAS GONE  00001480
      *> UNANSWERED, THE SAME SERIAL-DAY ARITHMETIC THE CASE AGING USES 00001490
      *> ***************************************************************00001500
       01 WS-DN-DATE PIC 9(08).                                         00001510
       01 WS-DN-DATE-GROUP REDEFINES WS-DN-DATE.                        00001520
           05 WS-DN-YYYY PIC 9(04).                                     00001530
           05 WS-DN-MM PIC 9(02).                                       00001540
           05 WS-DN-DD PIC 9(02).                                       00001550
       01 WS-DN-RESULT PIC 9(07).                                       00001560
       01 WS-DN-PRIOR-YEARS PIC 9(04).                                  00001570
       01 WS-DN-LEAPS-4 PIC 9(04).                                      00001580
       01 WS-DN-LEAPS-100 PIC 9(04).                                    00001590
       01 WS-DN-LEAPS-400 PIC 9(04).                                    00001600
       01 WS-DN-LEAP-QUOT PIC 9(04).                                    00001610
       01 WS-DN-LEAP-REM PIC 9(04).                                     00001620
       01 WS-DN-LEAP-SW PIC X(01) VALUE 'N'.                            00001630
           88 WS-DN-LEAP-YEAR VALUE 'Y'.                                00001640
       01 CUM-DAYS-INIT.                                                00001650
           05 FILLER PIC 9(03) VALUE 000.                               00001660
           05 FILLER PIC 9(03) VALUE 031.                               00001670
           05 FILLER PIC 9(03) VALUE 059.                               00001680
           05 FILLER PIC 9(03) VALUE 090.                               00001690
           05 FILLER PIC 9(03) VALUE 120.                               00001700
           05 FILLER PIC 9(03) VALUE 151.                               00001710
           05 FILLER PIC 9(03) VALUE 181.                               00001720
           05 FILLER PIC 9(03) VALUE 212.                               00001730
           05 FILLER PIC 9(03) VALUE 243.                               00001740
           05 FILLER PIC 9(03) VALUE 273.                               00001750
           05 FILLER PIC 9(03) VALUE 304.                               00001760
           05 FILLER PIC 9(03) VALUE 334.                               00001770
       01 CUM-DAYS REDEFINES CUM-DAYS-INIT.                             00001780
           05 CUM-DAYS-TO-MONTH OCCURS 12 TIMES PIC 9(03).              00001790
                                                                        00001800
       01 WS-HDR-LINE-1.                                                00001810
           05 FILLER PIC X(01) VALUE '1'.                               00001820
           05 FILLER PIC X(50)                                          00001830
              VALUE 'PRTRECN - PRINT-SHOP MAILING EXCEPTIONS'.          00001840
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00001850
           05 HDR-RUN-DATE PIC 9(08).                                   00001860
                                                                        00001870
       01 WS-HDR-COL-LINE.                                              00001880
           05 FILLER PIC X(01) VALUE '0'.                               00001890
           05 FILLER PIC X(10) VALUE 'FEED'.                            00001900
           05 FILLER PIC X(10) VALUE 'RUN DATE'.                        00001910
           05 FILLER PIC X(11) VALUE 'HANDED'.                          00001920
           05 FILLER PIC X(11) VALUE 'RECEIVED'.                        00001930
           05 FILLER PIC X(11) VALUE 'MAILED'.                          00001940
           05 FILLER PIC X(11) VALUE 'SPOILED'.                         00001950
           05 FILLER PIC X(10) VALUE 'MAIL DATE'.                       00001960
           05 FILLER PIC X(06) VALUE 'DAYS'.                            00001970
           05 FILLER PIC X(24) VALUE 'EXCEPTION'.                       00001980
                                                                        00001990
       01 WS-EXC-LINE.                                                  00002000
           05 FILLER PIC X(01) VALUE SPACE.                             00002010
           05 EL-FEED-ID PIC X(08).                                     00002020
           05 FILLER PIC X(02) VALUE SPACES.                            00002030
           05 EL-RUN-DATE PIC 9(08).                                    00002040
           05 FILLER PIC X(02) VALUE SPACES.                            00002050
           05 EL-HANDED PIC ZZZZZZZZ9.                                  00002060
           05 FILLER PIC X(02) VALUE SPACES.                            00002070
           05 EL-RCVD PIC ZZZZZZZZ9.                                    00002080
           05 FILLER PIC X(02) VALUE SPACES.                            00002090
           05 EL-MAILED PIC ZZZZZZZZ9.                                  00002100
           05 FILLER PIC X(02) VALUE SPACES.                            00002110
           05 EL-SPOILED PIC ZZZZZZZZ9.                                 00002120
           05 FILLER PIC X(02) VALUE SPACES.                            00002130
           05 EL-MAIL-DATE PIC 9(08).                                   00002140
           05 FILLER PIC X(02) VALUE SPACES.                            00002150
           05 EL-DAYS PIC ZZZ9.                                         00002160
           05 FILLER PIC X(02) VALUE SPACES.                            00002170
           05 EL-REASON PIC X(24).                                      00002180
                                                                        00002190
       01 WS-NOTE-LINE.                                                 00002200
           05 FILLER PIC X(01) VALUE SPACE.                             00002210
           05 NOTE-TEXT PIC X(100).                                     00002220
                                                                        00002230
       01 WS-TOT-LINE.                                                  00002240
           05 FILLER PIC X(01) VALUE '0'.                               00002250
           05 TOT-LABEL PIC X(30).                                      00002260
           05 TOT-COUNT PIC ZZZ,ZZZ,ZZ9.                                00002270
                                                                        00002280
       PROCEDURE DIVISION.                                              00002290
       0000-MAIN.                                                       00002300
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00002310
           PERFORM 2000-RECONCILE-REGISTER THRU 2000-EXIT               00002320
           PERFORM 3000-REPORT-UNMATCHED THRU 3000-EXIT                 00002330
           PERFORM 4000-STAMP-CONTACTS THRU 4000-EXIT                   00002340
           PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT                     00002350
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00002360
           MOVE WS-STD-RETURN-CODE TO RETURN-CODE                       00002370
           GOBACK.                                                      00002380
                                                                        00002390
      *> ***************************************************************00002400
      *> PROCESSING DATE, GRACE DAYS, THE REPORT, THEN THE MANIFEST     00002410
      *> ***************************************************************00002420
       1000-INITIALIZE.                                                 00002430
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00002440
           IF WS-PROCESS-DATE > 0                                       00002450
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00002460
           ELSE                                                         00002470
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00002480
           END-IF                                                       00002490
           MOVE WS-RUN-DATE TO WS-DN-DATE                               00002500
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00002510
           MOVE WS-DN-RESULT TO WS-RUN-DAYNUM                           00002520
           MOVE ZEROES TO PARM-AGE-THRESHOLD                            00002530
           PERFORM 8700-READ-PARM-CARD THRU 8700-EXIT                   00002540
           IF PARM-AGE-THRESHOLD NUMERIC                                00002550
              AND PARM-AGE-THRESHOLD > 0                                00002560
              MOVE PARM-AGE-THRESHOLD TO WS-GRACE-DAYS                  00002570
           END-IF                                                       00002580
           DISPLAY "UNACKNOWLEDGED AFTER DAYS: " WS-GRACE-DAYS          00002590
           OPEN OUTPUT PRT-RPT-FILE                                     00002600
           IF FS-PRT-RPT-FILE NOT = "00"                                00002610
              MOVE "OPEN FAILED ON PRT-RPT-FILE" TO WS-ABEND-MESSAGE    00002620
              GO TO 9999-ABEND                                          00002630
           END-IF                                                       00002640
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00002650
           WRITE PRT-RPT-LINE FROM WS-HDR-LINE-1                        00002660
           WRITE PRT-RPT-LINE FROM WS-HDR-COL-LINE                      00002670
           PERFORM 1100-LOAD-MANIFEST THRU 1100-EXIT.                   00002680
       1000-EXIT.                                                       00002690
           EXIT.                                                        00002700
                                                                        00002710
      *> ***************************************************************00002720
      *> LOAD THE MANIFEST AND PROVE ITS TRAILER.  NO MANIFEST AT ALL   00002730
      *> IS NOT FATAL - EVERY FEED WAITS ANOTHER DAY.  A MANIFEST THAT  00002740
      *> FAILS ITS TRAILER IS SET ASIDE WHOLE: NOTHING IS CONFIRMED     00002750
      *> FROM A SHORT OR ALTERED FILE                                   00002760
      *> ***************************************************************00002770
       1100-LOAD-MANIFEST.                                              00002780
           OPEN INPUT MANIFEST-FILE                                     00002790
           EVALUATE FS-MANIFEST-FILE                                    00002800
             WHEN "00"                                                  00002810
               CONTINUE                                                 00002820
             WHEN "35"                                                  00002830
               DISPLAY "*** NO PRINT-SHOP MANIFEST TONIGHT"             00002840
               SET WS-MAN-MISSING TO TRUE                               00002850
               GO TO 1100-EXIT                                          00002860
             WHEN OTHER                                                 00002870
               MOVE "OPEN FAILED ON MANIFEST-FILE" TO WS-ABEND-MESSAGE  00002880
               GO TO 9999-ABEND                                         00002890
           END-EVALUATE                                                 00002900
           PERFORM 1190-READ-MANIFEST THRU 1190-EXIT                    00002910
           PERFORM 1150-LOAD-ONE THRU 1150-EXIT                         00002920
              UNTIL WS-EOF                                              00002930
           CLOSE MANIFEST-FILE                                          00002940
           IF NOT WS-FTC-TRAILER-SEEN                                   00002950
              DISPLAY "*** PRINT-SHOP MANIFEST HAS NO TRAILER"          00002960
              SET WS-FTC-FAILED TO TRUE                                 00002970
           END-IF                                                       00002980
           IF WS-FTC-FAILED                                             00002990
              SET WS-MAN-REJECTED TO TRUE                               00003000
              MOVE ZEROES TO WS-MAN-COUNT                               00003010
              MOVE 'MANIFEST FAILED ITS TRAILER PROOF - NOT APPLIED'    00003020
                 TO NOTE-TEXT                                           00003030
              WRITE PRT-RPT-LINE FROM WS-NOTE-LINE                      00003040
           END-IF                                                       00003050
           MOVE 'N' TO WS-EOF-SW.                                       00003060
       1100-EXIT.                                                       00003070
           EXIT.                                                        00003080
                                                                        00003090
       1150-LOAD-ONE.                                                   00003100
           IF PRINT-MANIFEST-RECORD (1:3) = 'TRL'                       00003110
              MOVE PRINT-MANIFEST-RECORD (1:43) TO WS-FEED-TRAILER      00003120
              PERFORM 8950-CHECK-FEED-TRAILER THRU 8950-EXIT            00003130
              GO TO 1150-READ-NEXT                                      00003140
           END-IF                                                       00003150
           ADD 1 TO WS-MAN-READ                                         00003160
           ADD 1 TO WS-FTC-REC-COUNT                                    00003170
           IF MAN-MAILED NUMERIC                                        00003180
              ADD MAN-MAILED TO WS-FTC-AMOUNT-HASH                      00003190
           END-IF                                                       00003200
           IF MAN-RUN-DATE NOT NUMERIC                                  00003210
              OR MAN-PIECES-RCVD NOT NUMERIC                            00003220
              OR MAN-MAILED NOT NUMERIC                                 00003230
              OR MAN-SPOILED NOT NUMERIC                                00003240
              OR MAN-MAIL-DATE NOT NUMERIC                              00003250
              DISPLAY "UNREADABLE MANIFEST LINE SKIPPED: "              00003260
                 MAN-FEED-ID " " MAN-RUN-DATE                           00003270
              ADD 1 TO WS-MAN-DROPPED                                   00003280
              GO TO 1150-READ-NEXT                                      00003290
           END-IF                                                       00003300
           IF WS-MAN-COUNT NOT < WS-MAN-MAX                             00003310
              DISPLAY "MANIFEST TABLE FULL, LINE DROPPED: "             00003320
                 MAN-FEED-ID " " MAN-RUN-DATE                           00003330
              ADD 1 TO WS-MAN-DROPPED                                   00003340
              GO TO 1150-READ-NEXT                                      00003350
           END-IF                                                       00003360
           ADD 1 TO WS-MAN-COUNT                                        00003370
           MOVE MAN-FEED-ID TO TBL-MAN-FEED-ID (WS-MAN-COUNT)           00003380
           MOVE MAN-RUN-DATE TO TBL-MAN-RUN-DATE (WS-MAN-COUNT)         00003390
           MOVE MAN-PIECES-RCVD TO TBL-MAN-RCVD (WS-MAN-COUNT)          00003400
           MOVE MAN-MAILED TO TBL-MAN-MAILED (WS-MAN-COUNT)             00003410
           MOVE MAN-SPOILED TO TBL-MAN-SPOILED (WS-MAN-COUNT)           00003420
           MOVE MAN-MAIL-DATE TO TBL-MAN-MAIL-DATE (WS-MAN-COUNT)       00003430
           MOVE 'N' TO TBL-MAN-MATCHED-SW (WS-MAN-COUNT).               00003440
       1150-READ-NEXT.                                                  00003450
           PERFORM 1190-READ-MANIFEST THRU 1190-EXIT.                   00003460
       1150-EXIT.                                                       00003470
           EXIT.                                                        00003480
                                                                        00003490
       1190-READ-MANIFEST.                                              00003500
           READ MANIFEST-FILE                                           00003510
           EVALUATE FS-MANIFEST-FILE                                    00003520
             WHEN "00"                                                  00003530
               CONTINUE                                                 00003540
             WHEN "10"                                                  00003550
               SET WS-EOF TO TRUE                                       00003560
             WHEN OTHER                                                 00003570
               MOVE "READ FAILED ON MANIFEST-FILE" TO WS-ABEND-MESSAGE  00003580
               GO TO 9999-ABEND                                         00003590
           END-EVALUATE.                                                00003600
       1190-EXIT.                                                       00003610
           EXIT.                                                        00003620
                                                                        00003630
      *> ***************************************************************00003640
      *> ONE PASS OF THE HAND-OFF REGISTER, UPDATED IN PLACE.  ENTRIES  00003650
      *> ALREADY CONFIRMED OR SHORT ARE SETTLED AND LEFT ALONE          00003660
      *> ***************************************************************00003670
       2000-RECONCILE-REGISTER.                                         00003680
           OPEN I-O PRINT-HANDOFF-FILE                                  00003690
           EVALUATE FS-PRINT-HANDOFF-FILE                               00003700
             WHEN "00"                                                  00003710
               CONTINUE                                                 00003720
             WHEN "35"                                                  00003730
               DISPLAY "*** NO PRINT HAND-OFF REGISTER YET"             00003740
               SET WS-REG-MISSING TO TRUE                               00003750
               GO TO 2000-EXIT                                          00003760
             WHEN OTHER                                                 00003770
               MOVE "OPEN FAILED ON PRINT-HANDOFF-FILE" TO              00003780
                  WS-ABEND-MESSAGE                                      00003790
               GO TO 9999-ABEND                                         00003800
           END-EVALUATE                                                 00003810
           PERFORM 2900-READ-REGISTER THRU 2900-EXIT                    00003820
           PERFORM 2100-CHECK-HANDOFF THRU 2100-EXIT                    00003830
              UNTIL WS-EOF                                              00003840
           CLOSE PRINT-HANDOFF-FILE                                     00003850
           MOVE 'N' TO WS-EOF-SW.                                       00003860
       2000-EXIT.                                                       00003870
           EXIT.                                                        00003880
                                                                        00003890
      *> ***************************************************************00003900
      *> ONE HAND-OFF STILL AWAITING ITS ANSWER: TONIGHT'S MANIFEST     00003910
      *> LINE FOR THE SAME FEED AND RUN DATE SETTLES IT; WITHOUT ONE    00003920
      *> IT IS AGED AGAINST THE GRACE DAYS                              00003930
      *> ***************************************************************00003940
       2100-CHECK-HANDOFF.                                              00003950
           ADD 1 TO WS-REG-READ                                         00003960
           IF NOT PHD-AWAITING                                          00003970
              PERFORM 2150-CHECK-REPEAT THRU 2150-EXIT                  00003975
              GO TO 2100-READ-NEXT                                      00003980
           END-IF                                                       00003990
           ADD 1 TO WS-REG-AWAITING                                     00004000
           MOVE 'N' TO WS-REWRITE-SW                                    00004010
           PERFORM 2200-FIND-MANIFEST THRU 2200-EXIT                    00004020
           IF WS-MAN-HIT > 0                                            00004030
              PERFORM 2300-APPLY-MANIFEST THRU 2300-EXIT                00004040
           ELSE                                                         00004050
              PERFORM 2400-AGE-HANDOFF THRU 2400-EXIT                   00004060
           END-IF                                                       00004070
           IF WS-REWRITE-NEEDED                                         00004080
              REWRITE PRINT-HANDOFF-RECORD                              00004090
              IF FS-PRINT-HANDOFF-FILE NOT = "00"                       00004100
                 MOVE "REWRITE FAILED ON PRINT-HANDOFF-FILE" TO         00004110
                    WS-ABEND-MESSAGE                                    00004120
                 GO TO 9999-ABEND                                       00004130
              END-IF                                                    00004140
           END-IF.                                                      00004150
       2100-READ-NEXT.                                                  00004160
           PERFORM 2900-READ-REGISTER THRU 2900-EXIT.                   00004170
       2100-EXIT.                                                       00004180
           EXIT.                                                        00004190
                                                                        00004191
      *> ***************************************************************00004192
      *> A MANIFEST LINE THAT ONLY REPEATS THE ANSWER ALREADY RECORDED  00004193
      *> ON A SETTLED HAND-OFF (THE SAME GENERATION READ TWICE, OR THE  00004194
      *> PRINT SHOP RESENDING) IS ACCOUNTED FOR, NOT REPORTED           00004195
      *> ***************************************************************00004196
       2150-CHECK-REPEAT.                                               00004197
           PERFORM 2200-FIND-MANIFEST THRU 2200-EXIT                    00004198
           IF WS-MAN-HIT = 0                                            00004199
              GO TO 2150-EXIT                                           00004200
           END-IF                                                       00004201
           IF TBL-MAN-MAILED (WS-MAN-HIT) = PHD-MAILED                  00004202
              AND TBL-MAN-MAIL-DATE (WS-MAN-HIT) = PHD-MAIL-DATE        00004203
              MOVE 'Y' TO TBL-MAN-MATCHED-SW (WS-MAN-HIT)               00004204
              ADD 1 TO WS-MAN-REPEATED                                  00004205
           END-IF.                                                      00004206
       2150-EXIT.                                                       00004207
           EXIT.                                                        00004208
                                                                        00004209
       2200-FIND-MANIFEST.                                              00004210
           MOVE ZEROES TO WS-MAN-HIT                                    00004220
           PERFORM VARYING WS-MAN-SUB FROM 1 BY 1                       00004230
                    UNTIL WS-MAN-SUB > WS-MAN-COUNT                     00004240
                       OR WS-MAN-HIT > 0                                00004250
             IF TBL-MAN-FEED-ID (WS-MAN-SUB) = PHD-FEED-ID              00004260
                AND TBL-MAN-RUN-DATE (WS-MAN-SUB) = PHD-RUN-DATE        00004270
                AND TBL-MAN-MATCHED-SW (WS-MAN-SUB) = 'N'               00004280
                MOVE WS-MAN-SUB TO WS-MAN-HIT                           00004290
             END-IF                                                     00004300
           END-PERFORM.                                                 00004310
       2200-EXIT.                                                       00004320
           EXIT.                                                        00004330
                                                                        00004340
      *> ***************************************************************00004350
      *> SETTLE A HAND-OFF FROM ITS MANIFEST LINE.  ONLY EVERY PIECE    00004360
      *> HANDED OVER ACTUALLY MAILED CONFIRMS IT; A SHORTFALL IS NOT    00004370
      *> STAMPED ON THE CONTACT HISTORY, SINCE NOTHING SAYS WHICH       00004380
      *> CUSTOMERS' PIECES WERE SPOILED OR PULLED                       00004390
      *> ***************************************************************00004400
       2300-APPLY-MANIFEST.                                             00004410
           MOVE 'Y' TO TBL-MAN-MATCHED-SW (WS-MAN-HIT)                  00004420
           MOVE TBL-MAN-MAIL-DATE (WS-MAN-HIT) TO PHD-MAIL-DATE         00004430
           MOVE TBL-MAN-MAILED (WS-MAN-HIT) TO PHD-MAILED               00004440
           MOVE TBL-MAN-SPOILED (WS-MAN-HIT) TO PHD-SPOILED             00004450
           SET WS-REWRITE-NEEDED TO TRUE                                00004460
           IF PHD-MAILED = PHD-PIECES                                   00004470
              SET PHD-CONFIRMED TO TRUE                                 00004480
              ADD 1 TO WS-CONFIRMED-COUNT                               00004490
              PERFORM 2350-NOTE-CONFIRMED THRU 2350-EXIT                00004500
              IF TBL-MAN-RCVD (WS-MAN-HIT) = PHD-PIECES                 00004510
                 GO TO 2300-EXIT                                        00004520
              END-IF                                                    00004530
              MOVE 'RECEIVED NOT = HANDED' TO WS-EXC-REASON             00004540
           ELSE                                                         00004550
              SET PHD-SHORT TO TRUE                                     00004560
              ADD 1 TO WS-SHORT-COUNT                                   00004570
              IF PHD-MAILED > PHD-PIECES                                00004580
                 MOVE 'MAILED MORE THAN HANDED' TO WS-EXC-REASON        00004590
              ELSE                                                      00004600
                 MOVE 'SHORTFALL' TO WS-EXC-REASON                      00004610
              END-IF                                                    00004620
           END-IF                                                       00004630
           MOVE PHD-FEED-ID TO EL-FEED-ID                               00004640
           MOVE PHD-RUN-DATE TO EL-RUN-DATE                             00004650
           MOVE PHD-PIECES TO EL-HANDED                                 00004660
           MOVE TBL-MAN-RCVD (WS-MAN-HIT) TO EL-RCVD                    00004670
           MOVE PHD-MAILED TO EL-MAILED                                 00004680
           MOVE PHD-SPOILED TO EL-SPOILED                               00004690
           MOVE PHD-MAIL-DATE TO EL-MAIL-DATE                           00004700
           MOVE ZEROES TO EL-DAYS                                       00004710
           PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT.                 00004720
       2300-EXIT.                                                       00004730
           EXIT.                                                        00004740
                                                                        00004750
       2350-NOTE-CONFIRMED.                                             00004760
           IF WS-CONF-COUNT NOT < WS-CONF-MAX                           00004770
              DISPLAY "CONFIRMED TABLE FULL, CONTACTS NOT STAMPED: "    00004780
                 PHD-FEED-ID " " PHD-RUN-DATE                           00004790
              GO TO 2350-EXIT                                           00004800
           END-IF                                                       00004810
           ADD 1 TO WS-CONF-COUNT                                       00004820
           MOVE PHD-FEED-ID TO TBL-CONF-FEED-ID (WS-CONF-COUNT)         00004830
           MOVE PHD-RUN-DATE TO TBL-CONF-RUN-DATE (WS-CONF-COUNT)       00004840
           MOVE PHD-MAIL-DATE TO TBL-CONF-MAIL-DATE (WS-CONF-COUNT).    00004850
       2350-EXIT.                                                       00004860
           EXIT.                                                        00004870
                                                                        00004880
      *> ***************************************************************00004890
      *> NO ANSWER TONIGHT.  PAST THE GRACE DAYS THE HAND-OFF IS MARKED 00004900
      *> UNACKNOWLEDGED AND REPORTED - AND REPORTED AGAIN EACH NIGHT    00004910
      *> UNTIL THE PRINT SHOP ANSWERS FOR IT.  A MANIFEST THAT WAS SET  00004920
      *> ASIDE OR NEVER CAME DOES NOT SPEED THIS UP                     00004930
      *> ***************************************************************00004940
       2400-AGE-HANDOFF.                                                00004950
           MOVE PHD-RUN-DATE TO WS-DN-DATE                              00004960
           IF WS-DN-MM < 1 OR WS-DN-MM > 12                             00004970
              GO TO 2400-EXIT                                           00004980
           END-IF                                                       00004990
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00005000
           COMPUTE WS-DAYS-OUT = WS-RUN-DAYNUM - WS-DN-RESULT           00005010
           IF WS-DAYS-OUT NOT > WS-GRACE-DAYS                           00005020
              GO TO 2400-EXIT                                           00005030
           END-IF                                                       00005040
           IF NOT PHD-UNACKNOWLEDGED                                    00005050
              SET PHD-UNACKNOWLEDGED TO TRUE                            00005060
              SET WS-REWRITE-NEEDED TO TRUE                             00005070
           END-IF                                                       00005080
           ADD 1 TO WS-UNACK-COUNT                                      00005090
           MOVE PHD-FEED-ID TO EL-FEED-ID                               00005100
           MOVE PHD-RUN-DATE TO EL-RUN-DATE                             00005110
           MOVE PHD-PIECES TO EL-HANDED                                 00005120
           MOVE ZEROES TO EL-RCVD                                       00005130
           MOVE ZEROES TO EL-MAILED                                     00005140
           MOVE ZEROES TO EL-SPOILED                                    00005150
           MOVE ZEROES TO EL-MAIL-DATE                                  00005160
           MOVE WS-DAYS-OUT TO EL-DAYS                                  00005170
           MOVE 'NOT ACKNOWLEDGED' TO WS-EXC-REASON                     00005180
           PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT.                 00005190
       2400-EXIT.                                                       00005200
           EXIT.                                                        00005210
                                                                        00005220
       2900-READ-REGISTER.                                              00005230
           READ PRINT-HANDOFF-FILE                                      00005240
           EVALUATE FS-PRINT-HANDOFF-FILE                               00005250
             WHEN "00"                                                  00005260
               CONTINUE                                                 00005270
             WHEN "10"                                                  00005280
               SET WS-EOF TO TRUE                                       00005290
             WHEN OTHER                                                 00005300
               MOVE "READ FAILED ON PRINT-HANDOFF-FILE" TO              00005310
                  WS-ABEND-MESSAGE                                      00005320
               GO TO 9999-ABEND                                         00005330
           END-EVALUATE.                                                00005340
       2900-EXIT.                                                       00005350
           EXIT.                                                        00005360
                                                                        00005370
      *> ***************************************************************00005380
      *> MANIFEST LINES NO AWAITING HAND-OFF ACCOUNTED FOR: A FEED THE  00005390
      *> REGISTER NEVER HEARD OF, OR ONE ALREADY SETTLED ANSWERED TWICE 00005400
      *> ***************************************************************00005410
       3000-REPORT-UNMATCHED.                                           00005420
           PERFORM VARYING WS-MAN-SUB FROM 1 BY 1                       00005430
                    UNTIL WS-MAN-SUB > WS-MAN-COUNT                     00005440
             IF TBL-MAN-MATCHED-SW (WS-MAN-SUB) = 'N'                   00005450
                ADD 1 TO WS-UNMATCHED-COUNT                             00005460
                MOVE TBL-MAN-FEED-ID (WS-MAN-SUB) TO EL-FEED-ID         00005470
                MOVE TBL-MAN-RUN-DATE (WS-MAN-SUB) TO EL-RUN-DATE       00005480
                MOVE ZEROES TO EL-HANDED                                00005490
                MOVE TBL-MAN-RCVD (WS-MAN-SUB) TO EL-RCVD               00005500
                MOVE TBL-MAN-MAILED (WS-MAN-SUB) TO EL-MAILED           00005510
                MOVE TBL-MAN-SPOILED (WS-MAN-SUB) TO EL-SPOILED         00005520
                MOVE TBL-MAN-MAIL-DATE (WS-MAN-SUB) TO EL-MAIL-DATE     00005530
                MOVE ZEROES TO EL-DAYS                                  00005540
                MOVE 'NO HAND-OFF AWAITING' TO WS-EXC-REASON            00005550
                PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT             00005560
             END-IF                                                     00005570
           END-PERFORM.                                                 00005580
       3000-EXIT.                                                       00005590
           EXIT.                                                        00005600
                                                                        00005610
      *> ***************************************************************00005620
      *> STAMP THE MAILING DATE ON THE CONTACT-HISTORY ENTRIES OF EACH  00005630
      *> FEED CONFIRMED TONIGHT - THE PRODUCER TAGGED EVERY PRINTED     00005640
      *> ENTRY WITH ITS FEED, AND THE ENTRY'S DATE IS THE FEED'S RUN    00005650
      *> DATE.  THE HISTORY IS UPDATED IN PLACE                         00005660
      *> ***************************************************************00005670
       4000-STAMP-CONTACTS.                                             00005680
           IF WS-CONF-COUNT = 0                                         00005690
              GO TO 4000-EXIT                                           00005700
           END-IF                                                       00005710
           OPEN I-O CONTACT-HIST-FILE                                   00005720
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00005730
              MOVE "OPEN FAILED ON CONTACT-HIST-FILE" TO                00005740
                 WS-ABEND-MESSAGE                                       00005750
              GO TO 9999-ABEND                                          00005760
           END-IF                                                       00005770
           PERFORM 4900-READ-CONTACT THRU 4900-EXIT                     00005780
           PERFORM 4100-STAMP-ONE THRU 4100-EXIT                        00005790
              UNTIL WS-EOF                                              00005800
           CLOSE CONTACT-HIST-FILE.                                     00005810
       4000-EXIT.                                                       00005820
           EXIT.                                                        00005830
                                                                        00005840
       4100-STAMP-ONE.                                                  00005850
           ADD 1 TO WS-CONTACTS-READ                                    00005860
           IF CNT-FEED-ID = SPACES OR CNT-FEED-ID = LOW-VALUES          00005870
              GO TO 4100-READ-NEXT                                      00005880
           END-IF                                                       00005890
           IF CNT-MAILED-DATE NUMERIC AND CNT-MAILED-DATE > 0           00005900
              GO TO 4100-READ-NEXT                                      00005910
           END-IF                                                       00005920
           MOVE ZEROES TO WS-CONF-HIT                                   00005930
           PERFORM VARYING WS-CONF-SUB FROM 1 BY 1                      00005940
                    UNTIL WS-CONF-SUB > WS-CONF-COUNT                   00005950
                       OR WS-CONF-HIT > 0                               00005960
             IF TBL-CONF-FEED-ID (WS-CONF-SUB) = CNT-FEED-ID            00005970
                AND TBL-CONF-RUN-DATE (WS-CONF-SUB) = CNT-DATE          00005980
                MOVE WS-CONF-SUB TO WS-CONF-HIT                         00005990
             END-IF                                                     00006000
           END-PERFORM                                                  00006010
           IF WS-CONF-HIT = 0                                           00006020
              GO TO 4100-READ-NEXT                                      00006030
           END-IF                                                       00006040
           MOVE TBL-CONF-MAIL-DATE (WS-CONF-HIT) TO CNT-MAILED-DATE     00006050
           REWRITE CONTACT-HIST-RECORD                                  00006060
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00006070
              MOVE "REWRITE FAILED ON CONTACT-HIST-FILE" TO             00006080
                 WS-ABEND-MESSAGE                                       00006090
              GO TO 9999-ABEND                                          00006100
           END-IF                                                       00006110
           ADD 1 TO WS-CONTACTS-STAMPED.                                00006120
       4100-READ-NEXT.                                                  00006130
           PERFORM 4900-READ-CONTACT THRU 4900-EXIT.                    00006140
       4100-EXIT.                                                       00006150
           EXIT.                                                        00006160
                                                                        00006170
       4900-READ-CONTACT.                                               00006180
           READ CONTACT-HIST-FILE                                       00006190
           EVALUATE FS-CONTACT-HIST-FILE                                00006200
             WHEN "00"                                                  00006210
               CONTINUE                                                 00006220
             WHEN "10"                                                  00006230
               SET WS-EOF TO TRUE                                       00006240
             WHEN OTHER                                                 00006250
               MOVE "READ FAILED ON CONTACT-HIST-FILE" TO               00006260
                  WS-ABEND-MESSAGE                                      00006270
               GO TO 9999-ABEND                                         00006280
           END-EVALUATE.                                                00006290
       4900-EXIT.                                                       00006300
           EXIT.                                                        00006310
                                                                        00006320
      *> ***************************************************************00006330
      *> ONE EXCEPTION LINE FOR OPERATIONS; ANY EXCEPTION ENDS THE      00006340
      *> STEP WITH THE WARNING CODE                                     00006350
      *> ***************************************************************00006360
       5000-WRITE-EXCEPTION.                                            00006370
           MOVE WS-EXC-REASON TO EL-REASON                              00006380
           WRITE PRT-RPT-LINE FROM WS-EXC-LINE                          00006390
           ADD 1 TO WS-EXCEPTION-COUNT                                  00006400
           SET RC-WARNING TO TRUE.                                      00006410
       5000-EXIT.                                                       00006420
           EXIT.                                                        00006430
                                                                        00006440
      *> ***************************************************************00006450
      *> CONVERT WS-DN-DATE (CCYYMMDD) TO A SERIAL DAY NUMBER, THE      00006460
      *> SAME ARITHMETIC THE AUDIT ARCHIVAL USES                        00006470
      *> ***************************************************************00006480
       6000-DATE-TO-DAYNUM.                                             00006490
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1                   00006500
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAPS-4           00006510
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAPS-100       00006520
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAPS-400       00006530
           COMPUTE WS-DN-RESULT =                                       00006540
              (WS-DN-PRIOR-YEARS * 365)                                 00006550
              + WS-DN-LEAPS-4                                           00006560
              - WS-DN-LEAPS-100                                         00006570
              + WS-DN-LEAPS-400                                         00006580
              + CUM-DAYS-TO-MONTH (WS-DN-MM)                            00006590
              + WS-DN-DD                                                00006600
           PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT                  00006610
           IF WS-DN-MM > 2 AND WS-DN-LEAP-YEAR                          00006620
              ADD 1 TO WS-DN-RESULT                                     00006630
           END-IF.                                                      00006640
       6000-EXIT.                                                       00006650
           EXIT.                                                        00006660
                                                                        00006670
       6100-CHECK-LEAP-YEAR.                                            00006680
           MOVE 'N' TO WS-DN-LEAP-SW                                    00006690
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-LEAP-QUOT                00006700
              REMAINDER WS-DN-LEAP-REM                                  00006710
           IF WS-DN-LEAP-REM = 0                                        00006720
              DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-LEAP-QUOT           00006730
                 REMAINDER WS-DN-LEAP-REM                               00006740
              IF WS-DN-LEAP-REM = 0                                     00006750
                 DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-LEAP-QUOT        00006760
                    REMAINDER WS-DN-LEAP-REM                            00006770
                 IF WS-DN-LEAP-REM = 0                                  00006780
                    SET WS-DN-LEAP-YEAR TO TRUE                         00006790
                 END-IF                                                 00006800
              ELSE                                                      00006810
                 SET WS-DN-LEAP-YEAR TO TRUE                            00006820
              END-IF                                                    00006830
           END-IF.                                                      00006840
       6100-EXIT.                                                       00006850
           EXIT.                                                        00006860
                                                                        00006870
       7000-WRITE-TOTALS.                                               00006880
           IF WS-EXCEPTION-COUNT = 0                                    00006890
              MOVE 'NO MAILING EXCEPTIONS' TO NOTE-TEXT                 00006900
              WRITE PRT-RPT-LINE FROM WS-NOTE-LINE                      00006910
           END-IF                                                       00006920
           IF WS-MAN-MISSING                                            00006930
              MOVE 'NO PRINT-SHOP MANIFEST RECEIVED TONIGHT' TO         00006940
                 NOTE-TEXT                                              00006950
              WRITE PRT-RPT-LINE FROM WS-NOTE-LINE                      00006960
              SET RC-WARNING TO TRUE                                    00006970
           END-IF                                                       00006980
           IF WS-MAN-REJECTED                                           00006990
              SET RC-WARNING TO TRUE                                    00007000
           END-IF                                                       00007010
           MOVE 'MANIFEST LINES READ' TO TOT-LABEL                      00007020
           MOVE WS-MAN-READ TO TOT-COUNT                                00007030
           WRITE PRT-RPT-LINE FROM WS-TOT-LINE                          00007040
           MOVE 'HAND-OFFS AWAITING' TO TOT-LABEL                       00007050
           MOVE WS-REG-AWAITING TO TOT-COUNT                            00007060
           WRITE PRT-RPT-LINE FROM WS-TOT-LINE                          00007070
           MOVE 'CONFIRMED MAILED' TO TOT-LABEL                         00007080
           MOVE WS-CONFIRMED-COUNT TO TOT-COUNT                         00007090
           WRITE PRT-RPT-LINE FROM WS-TOT-LINE                          00007100
           MOVE 'SHORTFALLS' TO TOT-LABEL                               00007110
           MOVE WS-SHORT-COUNT TO TOT-COUNT                             00007120
           WRITE PRT-RPT-LINE FROM WS-TOT-LINE                          00007130
           MOVE 'UNACKNOWLEDGED' TO TOT-LABEL                           00007140
           MOVE WS-UNACK-COUNT TO TOT-COUNT                             00007150
           WRITE PRT-RPT-LINE FROM WS-TOT-LINE                          00007160
           MOVE 'MANIFEST LINES UNMATCHED' TO TOT-LABEL                 00007170
           MOVE WS-UNMATCHED-COUNT TO TOT-COUNT                         00007180
           WRITE PRT-RPT-LINE FROM WS-TOT-LINE                          00007190
           MOVE 'CONTACTS MARKED MAILED' TO TOT-LABEL                   00007200
           MOVE WS-CONTACTS-STAMPED TO TOT-COUNT                        00007210
           WRITE PRT-RPT-LINE FROM WS-TOT-LINE.                         00007220
       7000-EXIT.                                                       00007230
           EXIT.                                                        00007240
                                                                        00007250
       9000-TERMINATE.                                                  00007260
           CLOSE PRT-RPT-FILE                                           00007270
           DISPLAY "===== PRTRECN RUN SUMMARY ====="                    00007280
           DISPLAY "RUN DATE:              " WS-RUN-DATE                00007290
           DISPLAY "MANIFEST LINES READ:   " WS-MAN-READ                00007300
           DISPLAY "MANIFEST LINES DROPPED:" WS-MAN-DROPPED             00007310
           DISPLAY "ANSWERS ALREADY HELD:  " WS-MAN-REPEATED            00007315
           DISPLAY "REGISTER ENTRIES READ: " WS-REG-READ                00007320
           DISPLAY "AWAITING AN ANSWER:    " WS-REG-AWAITING            00007330
           DISPLAY "CONFIRMED MAILED:      " WS-CONFIRMED-COUNT         00007340
           DISPLAY "SHORTFALLS:            " WS-SHORT-COUNT             00007350
           DISPLAY "UNACKNOWLEDGED:        " WS-UNACK-COUNT             00007360
           DISPLAY "UNMATCHED MANIFEST:    " WS-UNMATCHED-COUNT         00007370
           DISPLAY "CONTACTS READ:         " WS-CONTACTS-READ           00007380
           DISPLAY "CONTACTS MARKED MAILED:" WS-CONTACTS-STAMPED        00007390
           IF WS-MAN-REJECTED                                           00007400
              DISPLAY "*** MANIFEST FAILED ITS TRAILER PROOF"           00007410
           END-IF                                                       00007420
           IF WS-MAN-DROPPED > 0                                        00007430
              SET RC-WARNING TO TRUE                                    00007440
           END-IF.                                                      00007450
       9000-EXIT.                                                       00007460
           EXIT.                                                        00007470
                                                                        00007480
       COPY FEEDTCHK.                                                   00007490
       COPY PROCDPAR.                                                   00007500
       COPY PARMPAR.                                                    00007510
                                                                        00007520
       COPY ABENDPAR.                                                   00007530
