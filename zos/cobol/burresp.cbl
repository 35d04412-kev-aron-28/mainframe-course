       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. BURRESP.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * CREDIT BUREAU RESPONSE INTAKE.                           *      00000090
      * PROVES THE BUREAU'S RESPONSE FEED AGAINST ITS TRAILER,   *      00000100
      * LOADS THE ANSWERS ONTO THE BUREAU WORK FILE KEYED BY     *      00000110
      * APPL-ID, THEN WALKS TONIGHT'S INQUIRY REQUESTS AND       *      00000120
      * MARKS EACH ONE: ANSWERED FOR TONIGHT'S INQUIRY, LATE     *      00000130
      * (ASKED BUT NOT ANSWERED) OR STALE (THE ANSWER IS TO SOME *      00000140
      * OTHER NIGHT'S INQUIRY).  CONDI READS THE WORK FILE AND   *      00000150
      * DECIDES ONLY ON A TONIGHT'S ANSWER - A LATE OR STALE     *      00000160
      * APPLICANT GOES TO THE PEND QUEUE.  ANY LATE OR STALE     *      00000170
      * INQUIRY, A MISSING RESPONSE FEED OR A FAILED TRAILER     *      00000180
      * ENDS WITH THE WARNING CODE; THE DECISION RUN STILL GOES  *      00000190
      * AHEAD AND THE AFFECTED APPLICANTS WAIT ON THE DESK.      *      00000200
      * ********************************************************        00000210
       ENVIRONMENT DIVISION.                                            00000220
       INPUT-OUTPUT SECTION.                                            00000230
       FILE-CONTROL.                                                    00000240
           SELECT RESPONSE-FILE                                         00000250
           ASSIGN TO BURRSPI                                            00000260
           ORGANIZATION IS SEQUENTIAL                                   00000270
           FILE STATUS IS FS-RESPONSE-FILE.                             00000280
           SELECT REQUEST-FILE                                          00000290
           ASSIGN TO BURREQI                                            00000300
           ORGANIZATION IS SEQUENTIAL                                   00000310
           FILE STATUS IS FS-REQUEST-FILE.                              00000320
      *> DEFINED EMPTY BY THE JOB AHEAD OF THE STEP, LIKE CONDI'S       00000330
      *> KEYED WORK FILES                                               00000340
           SELECT BUREAU-WORK-FILE                                      00000350
           ASSIGN TO CONDBURO                                           00000360
           ORGANIZATION IS INDEXED                                      00000370
           ACCESS MODE IS RANDOM                                        00000380
           RECORD KEY IS BWK-APPL-ID                                    00000390
           FILE STATUS IS FS-BUREAU-WORK-FILE.                          00000400
           SELECT PROC-DATE-FILE                                        00000410
           ASSIGN TO PROCDATE                                           00000420
           ORGANIZATION IS SEQUENTIAL                                   00000430
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000440
       DATA DIVISION.                                                   00000450
       FILE SECTION.                                                    00000460
       FD RESPONSE-FILE.                                                00000470
       COPY BURSREC.                                                    00000480
                                                                        00000490
       FD REQUEST-FILE.                                                 00000500
       COPY BURQREC.                                                    00000510
                                                                        00000520
       FD BUREAU-WORK-FILE.                                             00000530
       01 BUREAU-WORK-RECORD.                                           00000540
           05 BWK-APPL-ID           PIC 9(09).                          00000550
           05 FILLER                PIC X(71).                          00000560
                                                                        00000570
       FD PROC-DATE-FILE.                                               00000580
       COPY PROCDREC.                                                   00000590
                                                                        00000600
       WORKING-STORAGE SECTION.                                         00000610
       01 FS-RESPONSE-FILE PIC XX.                                      00000620
       01 FS-REQUEST-FILE PIC XX.                                       00000630
       01 FS-BUREAU-WORK-FILE PIC XX.                                   00000640
       COPY PROCDCPY.                                                   00000650
                                                                        00000660
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00000670
           88 WS-EOF VALUE 'Y'.                                         00000680
       01 WS-RSP-MISSING-SW PIC X(01) VALUE 'N'.                        00000690
           88 WS-RSP-MISSING VALUE 'Y'.                                 00000700
       01 WS-RSP-TRL-SW PIC X(01) VALUE 'N'.                            00000710
           88 WS-RSP-TRL-BAD VALUE 'Y'.                                 00000720
       01 WS-REQ-TRL-SW PIC X(01) VALUE 'N'.                            00000730
           88 WS-REQ-TRL-BAD VALUE 'Y'.                                 00000740
       01 WS-OLD-REQ-SW PIC X(01) VALUE 'N'.                            00000750
           88 WS-OLD-REQUEST VALUE 'Y'.                                 00000760
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00000770
                                                                        00000780
       01 WS-RESPONSES-READ PIC 9(07) VALUE ZEROES.                     00000790
       01 WS-RESPONSES-LOADED PIC 9(07) VALUE ZEROES.                   00000800
       01 WS-RESPONSES-BAD PIC 9(07) VALUE ZEROES.                      00000810
       01 WS-RESPONSES-REPEATED PIC 9(07) VALUE ZEROES.                 00000820
       01 WS-REQUESTS-READ PIC 9(07) VALUE ZEROES.                      00000830
       01 WS-ANSWERED-HIT PIC 9(07) VALUE ZEROES.                       00000840
       01 WS-ANSWERED-NO-HIT PIC 9(07) VALUE ZEROES.                    00000850
       01 WS-LATE-COUNT PIC 9(07) VALUE ZEROES.                         00000860
       01 WS-STALE-COUNT PIC 9(07) VALUE ZEROES.                        00000870
       01 WS-UNASKED-COUNT PIC 9(07) VALUE ZEROES.                      00000880
                                                                        00000890
      *> ***************************************************************00000900
      *> THE WORK-FILE IMAGE: THE BUREAU'S ANSWER PLUS THE STATUS BYTE  00000910
      *> THIS PROGRAM SETS                                              00000920
      *> ***************************************************************00000930
       COPY BURSREC REPLACING ==BUREAU-RESPONSE-RECORD== BY             00000940
                              ==WS-BUREAU-REC==.                        00000950
                                                                        00000960
       COPY ABENDCPY.                                                   00000970
       COPY FEEDTRL.                                                    00000980
                                                                        00000990
       PROCEDURE DIVISION.                                              00001000
       0000-MAIN.                                                       00001010
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001020
           IF NOT WS-RSP-MISSING                                        00001030
              PERFORM 2000-LOAD-RESPONSE THRU 2000-EXIT                 00001040
                 UNTIL WS-EOF                                           00001050
              PERFORM 2500-END-RESPONSES THRU 2500-EXIT                 00001060
           END-IF                                                       00001070
           MOVE 'N' TO WS-EOF-SW                                        00001080
           PERFORM 3900-READ-REQUEST THRU 3900-EXIT                     00001090
           PERFORM 3000-MATCH-REQUEST THRU 3000-EXIT                    00001100
              UNTIL WS-EOF                                              00001110
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001120
           GOBACK.                                                      00001130
                                                                        00001140
      *> ***************************************************************00001150
      *> PROCESSING DATE, THE TWO FEEDS AND THE FRESH WORK FILE.  NO    00001160
      *> RESPONSE FEED AT ALL IS NOT FATAL: EVERY INQUIRY IS LATE.  NO  00001170
      *> REQUEST FILE IS - WITHOUT IT NOTHING SAYS WHO WAS ASKED        00001180
      *> ***************************************************************00001190
       1000-INITIALIZE.                                                 00001200
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00001210
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00001220
           IF WS-PROCESS-DATE > 0                                       00001230
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00001240
           END-IF                                                       00001250
           OPEN INPUT REQUEST-FILE                                      00001260
           IF FS-REQUEST-FILE NOT = "00"                                00001270
              MOVE "OPEN FAILED ON REQUEST-FILE" TO WS-ABEND-MESSAGE    00001280
              GO TO 9999-ABEND                                          00001290
           END-IF                                                       00001300
           OPEN INPUT RESPONSE-FILE                                     00001310
           EVALUATE FS-RESPONSE-FILE                                    00001320
             WHEN "00"                                                  00001330
               CONTINUE                                                 00001340
             WHEN "35"                                                  00001350
               DISPLAY "*** NO BUREAU RESPONSE FEED, EVERY INQUIRY LATE"00001360
               SET WS-RSP-MISSING TO TRUE                               00001370
             WHEN OTHER                                                 00001380
               MOVE "OPEN FAILED ON RESPONSE-FILE" TO WS-ABEND-MESSAGE  00001390
               GO TO 9999-ABEND                                         00001400
           END-EVALUATE                                                 00001410
      *> AN EMPTY KSDS REFUSES AN I-O OPEN, SO IT IS PRIMED WITH AN     00001420
      *> OUTPUT OPEN/CLOSE FIRST, THE SAME SHAPE AS CONDI'S WORK FILES  00001430
           OPEN I-O BUREAU-WORK-FILE                                    00001440
           IF FS-BUREAU-WORK-FILE = "35"                                00001450
              OPEN OUTPUT BUREAU-WORK-FILE                              00001460
              CLOSE BUREAU-WORK-FILE                                    00001470
              OPEN I-O BUREAU-WORK-FILE                                 00001480
           END-IF                                                       00001490
           IF FS-BUREAU-WORK-FILE NOT = "00"                            00001500
              MOVE "OPEN FAILED ON BUREAU-WORK-FILE" TO                 00001510
                 WS-ABEND-MESSAGE                                       00001520
              GO TO 9999-ABEND                                          00001530
           END-IF                                                       00001540
           IF NOT WS-RSP-MISSING                                        00001550
              PERFORM 2900-READ-RESPONSE THRU 2900-EXIT                 00001560
           END-IF.                                                      00001570
       1000-EXIT.                                                       00001580
           EXIT.                                                        00001590
                                                                        00001600
      *> ***************************************************************00001610
      *> LOAD ONE BUREAU ANSWER.  THE STATUS BYTE STARTS AS SPACE - AN  00001620
      *> ANSWER NOBODY ASKED FOR TONIGHT STAYS THAT WAY AND IS NEVER    00001630
      *> DECIDED ON.  A SECOND ANSWER FOR THE SAME APPLICANT IS         00001640
      *> COUNTED AND THE FIRST STANDS                                   00001650
      *> ***************************************************************00001660
       2000-LOAD-RESPONSE.                                              00001670
           IF BUREAU-RESPONSE-RECORD (1:3) = 'TRL'                      00001680
              MOVE BUREAU-RESPONSE-RECORD (1:43) TO WS-FEED-TRAILER     00001690
              PERFORM 8950-CHECK-FEED-TRAILER THRU 8950-EXIT            00001700
              GO TO 2000-READ-NEXT                                      00001710
           END-IF                                                       00001720
           ADD 1 TO WS-RESPONSES-READ                                   00001730
           ADD 1 TO WS-FTC-REC-COUNT                                    00001740
           IF BRS-APPL-ID OF BUREAU-RESPONSE-RECORD NOT NUMERIC         00001750
              ADD 1 TO WS-RESPONSES-BAD                                 00001760
              GO TO 2000-READ-NEXT                                      00001770
           END-IF                                                       00001780
           ADD BRS-APPL-ID OF BUREAU-RESPONSE-RECORD                    00001790
              TO WS-FTC-AMOUNT-HASH                                     00001800
           MOVE BUREAU-RESPONSE-RECORD TO WS-BUREAU-REC                 00001810
           MOVE SPACE TO BRS-STATUS OF WS-BUREAU-REC                    00001820
           WRITE BUREAU-WORK-RECORD FROM WS-BUREAU-REC                  00001830
           EVALUATE FS-BUREAU-WORK-FILE                                 00001840
             WHEN "00"                                                  00001850
               ADD 1 TO WS-RESPONSES-LOADED                             00001860
             WHEN "22"                                                  00001870
               ADD 1 TO WS-RESPONSES-REPEATED                           00001880
             WHEN OTHER                                                 00001890
               MOVE "WRITE FAILED ON BUREAU-WORK-FILE" TO               00001900
                  WS-ABEND-MESSAGE                                      00001910
               GO TO 9999-ABEND                                         00001920
           END-EVALUATE.                                                00001930
       2000-READ-NEXT.                                                  00001940
           PERFORM 2900-READ-RESPONSE THRU 2900-EXIT.                   00001950
       2000-EXIT.                                                       00001960
           EXIT.                                                        00001970
                                                                        00001980
      *> ***************************************************************00001990
      *> CLOSE OUT THE RESPONSE FEED'S TRAILER PROOF AND RESET THE      00002000
      *> SHARED COUNTERS FOR THE REQUEST FILE'S OWN TRAILER.  A SHORT   00002010
      *> FEED IS NOT REJECTED: WHAT ARRIVED IS GOOD, AND THE MISSING    00002020
      *> ANSWERS SHOW UP BELOW AS LATE INQUIRIES                        00002030
      *> ***************************************************************00002040
       2500-END-RESPONSES.                                              00002050
           IF NOT WS-FTC-TRAILER-SEEN                                   00002060
              DISPLAY "*** BUREAU RESPONSE FEED HAS NO TRAILER"         00002070
              SET WS-FTC-FAILED TO TRUE                                 00002080
           END-IF                                                       00002090
           IF WS-FTC-FAILED                                             00002100
              SET WS-RSP-TRL-BAD TO TRUE                                00002110
           END-IF                                                       00002120
           CLOSE RESPONSE-FILE                                          00002130
           MOVE ZEROES TO WS-FTC-REC-COUNT                              00002140
           MOVE ZEROES TO WS-FTC-AMOUNT-HASH                            00002150
           MOVE 'N' TO WS-FTC-TRAILER-SW                                00002160
           MOVE 'N' TO WS-FTC-FAIL-SW.                                  00002170
       2500-EXIT.                                                       00002180
           EXIT.                                                        00002190
                                                                        00002200
       2900-READ-RESPONSE.                                              00002210
           READ RESPONSE-FILE                                           00002220
           EVALUATE FS-RESPONSE-FILE                                    00002230
             WHEN "00"                                                  00002240
               CONTINUE                                                 00002250
             WHEN "10"                                                  00002260
               SET WS-EOF TO TRUE                                       00002270
             WHEN OTHER                                                 00002280
               MOVE "READ FAILED ON RESPONSE-FILE" TO WS-ABEND-MESSAGE  00002290
               GO TO 9999-ABEND                                         00002300
           END-EVALUATE.                                                00002310
       2900-EXIT.                                                       00002320
           EXIT.                                                        00002330
                                                                        00002340
      *> ***************************************************************00002350
      *> MARK ONE INQUIRY.  THE ANSWER COUNTS ONLY WHEN IT ECHOES THE   00002360
      *> INQUIRY'S DATE AND THE INQUIRY IS FOR TONIGHT; AN INQUIRY      00002370
      *> WITH NO ANSWER GOES ON THE WORK FILE AS LATE SO CONDI SEES     00002380
      *> EVERY APPLICANT THAT WAS ASKED FOR                             00002390
      *> ***************************************************************00002400
       3000-MATCH-REQUEST.                                              00002410
           IF BUREAU-REQUEST-RECORD (1:3) = 'TRL'                       00002420
              MOVE BUREAU-REQUEST-RECORD (1:43) TO WS-FEED-TRAILER      00002430
              PERFORM 8950-CHECK-FEED-TRAILER THRU 8950-EXIT            00002440
              GO TO 3000-READ-NEXT                                      00002450
           END-IF                                                       00002460
           ADD 1 TO WS-REQUESTS-READ                                    00002470
           ADD 1 TO WS-FTC-REC-COUNT                                    00002480
           ADD BRQ-APPL-ID TO WS-FTC-AMOUNT-HASH                        00002490
           IF BRQ-REQ-DATE NOT = WS-RUN-DATE                            00002500
              AND NOT WS-OLD-REQUEST                                    00002510
              DISPLAY "*** INQUIRY FILE IS FOR " BRQ-REQ-DATE           00002520
                " NOT " WS-RUN-DATE " - NO ANSWER IS TONIGHT'S"         00002530
              SET WS-OLD-REQUEST TO TRUE                                00002540
           END-IF                                                       00002550
           MOVE BRQ-APPL-ID TO BWK-APPL-ID                              00002560
           READ BUREAU-WORK-FILE INTO WS-BUREAU-REC                     00002570
           EVALUATE FS-BUREAU-WORK-FILE                                 00002580
             WHEN "00"                                                  00002590
               IF BRS-REQ-DATE OF WS-BUREAU-REC = BRQ-REQ-DATE          00002600
                  AND BRQ-REQ-DATE = WS-RUN-DATE                        00002610
                  SET BRS-ANSWERED OF WS-BUREAU-REC TO TRUE             00002620
                  IF BRS-HIT OF WS-BUREAU-REC                           00002630
                     ADD 1 TO WS-ANSWERED-HIT                           00002640
                  ELSE                                                  00002650
                     ADD 1 TO WS-ANSWERED-NO-HIT                        00002660
                  END-IF                                                00002670
               ELSE                                                     00002680
                  SET BRS-STALE OF WS-BUREAU-REC TO TRUE                00002690
                  ADD 1 TO WS-STALE-COUNT                               00002700
               END-IF                                                   00002710
               REWRITE BUREAU-WORK-RECORD FROM WS-BUREAU-REC            00002720
             WHEN "23"                                                  00002730
               MOVE SPACES TO WS-BUREAU-REC                             00002740
               MOVE BRQ-APPL-ID TO BRS-APPL-ID OF WS-BUREAU-REC         00002750
               MOVE BRQ-REQ-DATE TO BRS-REQ-DATE OF WS-BUREAU-REC       00002760
               MOVE ZEROES TO BRS-SCORE OF WS-BUREAU-REC                00002770
                              BRS-TRADELINES OF WS-BUREAU-REC           00002780
                              BRS-DELINQUENCIES OF WS-BUREAU-REC        00002790
                              BRS-INQUIRIES OF WS-BUREAU-REC            00002800
                              BRS-UTIL-PCT OF WS-BUREAU-REC             00002810
               SET BRS-LATE OF WS-BUREAU-REC TO TRUE                    00002820
               ADD 1 TO WS-LATE-COUNT                                   00002830
               WRITE BUREAU-WORK-RECORD FROM WS-BUREAU-REC              00002840
             WHEN OTHER                                                 00002850
               MOVE "READ FAILED ON BUREAU-WORK-FILE" TO                00002860
                  WS-ABEND-MESSAGE                                      00002870
               GO TO 9999-ABEND                                         00002880
           END-EVALUATE                                                 00002890
           IF FS-BUREAU-WORK-FILE NOT = "00"                            00002900
              MOVE "UPDATE FAILED ON BUREAU-WORK-FILE" TO               00002910
                 WS-ABEND-MESSAGE                                       00002920
              GO TO 9999-ABEND                                          00002930
           END-IF.                                                      00002940
       3000-READ-NEXT.                                                  00002950
           PERFORM 3900-READ-REQUEST THRU 3900-EXIT.                    00002960
       3000-EXIT.                                                       00002970
           EXIT.                                                        00002980
                                                                        00002990
       3900-READ-REQUEST.                                               00003000
           READ REQUEST-FILE                                            00003010
           EVALUATE FS-REQUEST-FILE                                     00003020
             WHEN "00"                                                  00003030
               CONTINUE                                                 00003040
             WHEN "10"                                                  00003050
               SET WS-EOF TO TRUE                                       00003060
             WHEN OTHER                                                 00003070
               MOVE "READ FAILED ON REQUEST-FILE" TO WS-ABEND-MESSAGE   00003080
               GO TO 9999-ABEND                                         00003090
           END-EVALUATE.                                                00003100
       3900-EXIT.                                                       00003110
           EXIT.                                                        00003120
                                                                        00003130
      *> ***************************************************************00003140
      *> RUN SUMMARY.  ANYTHING THAT SENDS AN APPLICANT TO THE PEND     00003150
      *> QUEUE FOR WANT OF A BUREAU ANSWER ENDS WITH THE WARNING CODE   00003160
      *> SO THE NIGHT-STATUS PAGE SHOWS IT                              00003170
      *> ***************************************************************00003180
       9000-TERMINATE.                                                  00003190
           IF NOT WS-FTC-TRAILER-SEEN                                   00003200
              DISPLAY "*** BUREAU INQUIRY FILE HAS NO TRAILER"          00003210
              SET WS-FTC-FAILED TO TRUE                                 00003220
           END-IF                                                       00003230
           IF WS-FTC-FAILED                                             00003240
              SET WS-REQ-TRL-BAD TO TRUE                                00003250
           END-IF                                                       00003260
           CLOSE REQUEST-FILE                                           00003270
           CLOSE BUREAU-WORK-FILE                                       00003280
           COMPUTE WS-UNASKED-COUNT = WS-RESPONSES-LOADED               00003290
              - WS-ANSWERED-HIT - WS-ANSWERED-NO-HIT - WS-STALE-COUNT   00003300
           DISPLAY "===== BURRESP RUN SUMMARY ====="                    00003310
           DISPLAY "INQUIRY DATE:          " WS-RUN-DATE                00003320
           DISPLAY "INQUIRIES SENT:        " WS-REQUESTS-READ           00003330
           DISPLAY "RESPONSES RECEIVED:    " WS-RESPONSES-READ          00003340
           DISPLAY "ANSWERED - HIT:        " WS-ANSWERED-HIT            00003350
           DISPLAY "ANSWERED - NO HIT:     " WS-ANSWERED-NO-HIT         00003360
           DISPLAY "LATE (NO ANSWER):      " WS-LATE-COUNT              00003370
           DISPLAY "STALE (OLD INQUIRY):   " WS-STALE-COUNT             00003380
           DISPLAY "ANSWERS NOT ASKED FOR: " WS-UNASKED-COUNT           00003390
           DISPLAY "REPEATED ANSWERS:      " WS-RESPONSES-REPEATED      00003400
           DISPLAY "UNREADABLE ANSWERS:    " WS-RESPONSES-BAD           00003410
           IF WS-RSP-TRL-BAD                                            00003420
              DISPLAY "*** RESPONSE FEED FAILED ITS TRAILER PROOF"      00003430
           END-IF                                                       00003440
           IF WS-REQ-TRL-BAD                                            00003450
              DISPLAY "*** INQUIRY FILE FAILED ITS TRAILER PROOF"       00003460
           END-IF                                                       00003470
           IF WS-LATE-COUNT > 0 OR WS-STALE-COUNT > 0                   00003480
              OR WS-RSP-MISSING OR WS-RSP-TRL-BAD OR WS-REQ-TRL-BAD     00003490
              OR WS-RESPONSES-BAD > 0                                   00003500
              SET RC-WARNING TO TRUE                                    00003510
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00003520
           END-IF.                                                      00003530
       9000-EXIT.                                                       00003540
           EXIT.                                                        00003550
                                                                        00003560
       COPY FEEDTCHK.                                                   00003570
       COPY PROCDPAR.                                                   00003580
                                                                        00003590
       COPY ABENDPAR.                                                   00003600
