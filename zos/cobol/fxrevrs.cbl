       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. FXREVRS.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * REVERSAL OF THE MONTH-END FOREIGN-CURRENCY REVALUATION.  *      00000090
      * RUNS EVERY NIGHT.  WHEN THE FXREVCTL CONTROL RECORD      *      00000100
      * FXREVAL LEFT IS PENDING AND ITS REVERSAL DATE (THE FIRST *      00000110
      * BUSINESS DAY OF THE NEW MONTH) HAS COME, EVERY LEG OF    *      00000120
      * THE REVALUATION JOURNAL IS WRITTEN BACK TO THE REVERSAL  *      00000130
      * JOURNAL ON THE OPPOSITE SIDE - SAME TRAN-ID, SAME GL     *      00000140
      * ACCOUNT, SAME AMOUNT - AND THE RECORD IS MARKED REVERSED *      00000150
      * SO IT HAPPENS ONCE.  THE REVALUATION JOURNAL'S TRAILER   *      00000160
      * MUST AGREE WITH ITS DETAIL AND WITH THE COUNT AND HASH   *      00000170
      * ON THE CONTROL RECORD OR NOTHING IS REVERSED.  ANY OTHER *      00000180
      * NIGHT THE REVERSAL JOURNAL CARRIES ONLY ITS TRAILER.  A  *      00000190
      * RERUN ON THE NIGHT OF THE REVERSAL WRITES IT AGAIN.      *      00000200
      * ********************************************************        00000210
       ENVIRONMENT DIVISION.                                            00000220
       INPUT-OUTPUT SECTION.                                            00000230
       FILE-CONTROL.                                                    00000240
           SELECT FXREV-CTL-FILE                                        00000250
           ASSIGN TO FXREVCTL                                           00000260
           ORGANIZATION IS SEQUENTIAL                                   00000270
           FILE STATUS IS FS-FXREV-CTL-FILE.                            00000280
           SELECT REVAL-JRNL-FILE                                       00000290
           ASSIGN TO FXRVJRNL                                           00000300
           ORGANIZATION IS SEQUENTIAL                                   00000310
           FILE STATUS IS FS-REVAL-JRNL-FILE.                           00000320
           SELECT GL-JRNL-FILE                                          00000330
           ASSIGN TO GLJRNL                                             00000340
           ORGANIZATION IS SEQUENTIAL                                   00000350
           FILE STATUS IS FS-GL-JRNL-FILE.                              00000360
           SELECT PROC-DATE-FILE                                        00000370
           ASSIGN TO PROCDATE                                           00000380
           ORGANIZATION IS SEQUENTIAL                                   00000390
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000400
       DATA DIVISION.                                                   00000410
       FILE SECTION.                                                    00000420
       FD FXREV-CTL-FILE.                                               00000430
       COPY FXREVCTL.                                                   00000440
                                                                        00000450
      *> ***************************************************************00000460
      *> THE MONTH-END REVALUATION JOURNAL, IN THE GLJRNL LAYOUT        00000470
      *> ***************************************************************00000480
       FD REVAL-JRNL-FILE.                                              00000490
       01 REVAL-JRNL-RECORD.                                            00000500
           05 RVJ-REC-TYPE          PIC X(01).                          00000510
               88 RVJ-DETAIL-REC     VALUE 'D'.                         00000520
               88 RVJ-TRAILER-REC    VALUE 'T'.                         00000530
           05 RVJ-TRAN-ID           PIC 9(09).                          00000540
           05 RVJ-GL-ACCOUNT        PIC 9(08).                          00000550
           05 RVJ-DR-CR             PIC X(02).                          00000560
           05 RVJ-AMOUNT            PIC 9(13).                          00000570
           05 FILLER                PIC X(17).                          00000580
       01 REVAL-JRNL-TRAILER REDEFINES REVAL-JRNL-RECORD.               00000590
           05 FILLER                PIC X(01).                          00000600
           05 RVJ-TRL-REC-COUNT     PIC 9(09).                          00000610
           05 RVJ-TRL-AMOUNT-HASH   PIC 9(15).                          00000620
           05 FILLER                PIC X(25).                          00000630
                                                                        00000640
       FD GL-JRNL-FILE.                                                 00000650
       01 GL-JRNL-RECORD.                                               00000660
           05 JRNL-REC-TYPE         PIC X(01).                          00000670
               88 JRNL-DETAIL-REC    VALUE 'D'.                         00000680
               88 JRNL-TRAILER-REC   VALUE 'T'.                         00000690
           05 JRNL-TRAN-ID          PIC 9(09).                          00000700
           05 JRNL-GL-ACCOUNT       PIC 9(08).                          00000710
           05 JRNL-DR-CR            PIC X(02).                          00000720
           05 JRNL-AMOUNT           PIC 9(13).                          00000730
           05 FILLER                PIC X(17).                          00000740
       01 GL-JRNL-TRAILER REDEFINES GL-JRNL-RECORD.                     00000750
           05 FILLER                PIC X(01).                          00000760
           05 JRNL-TRL-REC-COUNT    PIC 9(09).                          00000770
           05 JRNL-TRL-AMOUNT-HASH  PIC 9(15).                          00000780
           05 FILLER                PIC X(25).                          00000790
                                                                        00000800
       FD PROC-DATE-FILE.                                               00000810
       COPY PROCDREC.                                                   00000820
                                                                        00000830
       WORKING-STORAGE SECTION.                                         00000840
       01 FS-FXREV-CTL-FILE PIC XX.                                     00000850
       01 FS-REVAL-JRNL-FILE PIC XX.                                    00000860
       01 FS-GL-JRNL-FILE PIC XX.                                       00000870
                                                                        00000880
       01 WS-CTL-FOUND-SW PIC X(01) VALUE 'N'.                          00000890
           88 WS-CTL-FOUND VALUE 'Y'.                                   00000900
       01 WS-DUE-SW PIC X(01) VALUE 'N'.                                00000910
           88 WS-REVERSAL-DUE VALUE 'Y'.                                00000920
       01 WS-RVJ-EOF-SW PIC X(01) VALUE 'N'.                            00000930
           88 WS-RVJ-EOF VALUE 'Y'.                                     00000940
       01 WS-TRAILER-SW PIC X(01) VALUE 'N'.                            00000950
           88 WS-TRAILER-SEEN VALUE 'Y'.                                00000960
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00000970
           88 WS-IO-ERROR VALUE 'Y'.                                    00000980
                                                                        00000990
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001000
       01 WS-RVJ-REC-COUNT PIC 9(09) VALUE ZEROES.                      00001010
       01 WS-RVJ-AMOUNT-HASH PIC 9(15) VALUE ZEROES.                    00001020
       01 WS-JRNL-REC-COUNT PIC 9(09) VALUE ZEROES.                     00001030
       01 WS-JRNL-AMOUNT-HASH PIC 9(15) VALUE ZEROES.                   00001040
       COPY ABENDCPY.                                                   00001050
       COPY PROCDCPY.                                                   00001060
                                                                        00001070
       PROCEDURE DIVISION.                                              00001080
       0000-MAIN.                                                       00001090
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001100
           IF WS-REVERSAL-DUE                                           00001110
              PERFORM 2000-REVERSE-LEG THRU 2000-EXIT                   00001120
                 UNTIL WS-RVJ-EOF                                       00001130
              PERFORM 3000-PROVE-JOURNAL THRU 3000-EXIT                 00001140
           END-IF                                                       00001150
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001160
           IF WS-IO-ERROR                                               00001170
              MOVE 12 TO RETURN-CODE                                    00001180
           ELSE                                                         00001190
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00001200
           END-IF                                                       00001210
           GOBACK.                                                      00001220
                                                                        00001230
      *> ***************************************************************00001240
      *> RUN DATE AND THE CONTROL RECORD.  THE REVERSAL IS DUE WHEN A   00001250
      *> PENDING REVALUATION HAS REACHED ITS DATE, OR WHEN TONIGHT      00001260
      *> ALREADY REVERSED IT AND THIS IS A RERUN THAT LOST THE JOURNAL  00001270
      *> ***************************************************************00001280
       1000-INITIALIZE.                                                 00001290
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00001300
           IF WS-PROCESS-DATE > 0                                       00001310
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00001320
           ELSE                                                         00001330
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00001340
           END-IF                                                       00001350
                                                                        00001360
           OPEN I-O FXREV-CTL-FILE                                      00001370
           EVALUATE FS-FXREV-CTL-FILE                                   00001380
             WHEN "00"                                                  00001390
               READ FXREV-CTL-FILE                                      00001400
                 AT END                                                 00001410
                   DISPLAY "NO REVALUATION ON FXREVCTL YET"             00001420
                 NOT AT END                                             00001430
                   SET WS-CTL-FOUND TO TRUE                             00001440
               END-READ                                                 00001450
             WHEN "35"                                                  00001460
               DISPLAY "NO REVALUATION ON FXREVCTL YET"                 00001470
             WHEN OTHER                                                 00001480
               MOVE "OPEN FAILED ON FXREV-CTL-FILE" TO WS-ABEND-MESSAGE 00001490
               GO TO 9999-ABEND                                         00001500
           END-EVALUATE                                                 00001510
                                                                        00001520
           IF WS-CTL-FOUND                                              00001530
              IF FXC-PENDING                                            00001540
                 AND FXC-REVERSE-DATE NOT > WS-RUN-DATE                 00001550
                 SET WS-REVERSAL-DUE TO TRUE                            00001560
              END-IF                                                    00001570
              IF FXC-REVERSED                                           00001580
                 AND FXC-REVERSED-ON = WS-RUN-DATE                      00001590
                 SET WS-REVERSAL-DUE TO TRUE                            00001600
              END-IF                                                    00001610
              IF NOT WS-REVERSAL-DUE                                    00001620
                 DISPLAY "REVALUATION OF " FXC-REVAL-DATE " STATUS "    00001630
                   FXC-STATUS " REVERSAL DATE " FXC-REVERSE-DATE        00001640
                   ", NOTHING TO REVERSE TONIGHT"                       00001650
              END-IF                                                    00001660
           END-IF                                                       00001670
                                                                        00001680
           OPEN OUTPUT GL-JRNL-FILE                                     00001690
           IF FS-GL-JRNL-FILE NOT = "00"                                00001700
              MOVE "OPEN FAILED ON GL-JRNL-FILE" TO WS-ABEND-MESSAGE    00001710
              GO TO 9999-ABEND                                          00001720
           END-IF                                                       00001730
                                                                        00001740
           IF WS-REVERSAL-DUE                                           00001750
              DISPLAY "REVERSING REVALUATION OF " FXC-REVAL-DATE        00001760
              OPEN INPUT REVAL-JRNL-FILE                                00001770
              IF FS-REVAL-JRNL-FILE NOT = "00"                          00001780
                 MOVE "OPEN FAILED ON REVAL-JRNL-FILE" TO               00001790
                    WS-ABEND-MESSAGE                                    00001800
                 GO TO 9999-ABEND                                       00001810
              END-IF                                                    00001820
              PERFORM 2900-READ-REVAL-JRNL THRU 2900-EXIT               00001830
           END-IF.                                                      00001840
       1000-EXIT.                                                       00001850
           EXIT.                                                        00001860
                                                                        00001870
      *> ***************************************************************00001880
      *> ONE REVALUATION LEG WRITTEN BACK ON THE OTHER SIDE.  NOTHING   00001890
      *> MAY FOLLOW THE TRAILER                                         00001900
      *> ***************************************************************00001910
       2000-REVERSE-LEG.                                                00001920
           IF WS-TRAILER-SEEN                                           00001930
              MOVE "DETAIL AFTER REVALUATION TRAILER" TO                00001940
                 WS-ABEND-MESSAGE                                       00001950
              GO TO 9999-ABEND                                          00001960
           END-IF                                                       00001970
           IF RVJ-TRAILER-REC                                           00001980
              SET WS-TRAILER-SEEN TO TRUE                               00001990
              IF RVJ-TRL-REC-COUNT NOT = WS-RVJ-REC-COUNT               00002000
                 OR RVJ-TRL-AMOUNT-HASH NOT = WS-RVJ-AMOUNT-HASH        00002010
                 DISPLAY "REVALUATION TRAILER " RVJ-TRL-REC-COUNT " / " 00002020
                   RVJ-TRL-AMOUNT-HASH " DETAIL " WS-RVJ-REC-COUNT      00002030
                   " / " WS-RVJ-AMOUNT-HASH                             00002040
                 MOVE "REVALUATION JOURNAL OUT OF BALANCE" TO           00002050
                    WS-ABEND-MESSAGE                                    00002060
                 GO TO 9999-ABEND                                       00002070
              END-IF                                                    00002080
              GO TO 2000-NEXT                                           00002090
           END-IF                                                       00002100
           IF NOT RVJ-DETAIL-REC                                        00002110
              DISPLAY "UNKNOWN REVALUATION RECORD TYPE: " RVJ-REC-TYPE  00002120
              MOVE "BAD REVALUATION JOURNAL RECORD" TO WS-ABEND-MESSAGE 00002130
              GO TO 9999-ABEND                                          00002140
           END-IF                                                       00002150
           ADD 1 TO WS-RVJ-REC-COUNT                                    00002160
           ADD RVJ-AMOUNT TO WS-RVJ-AMOUNT-HASH                         00002170
                                                                        00002180
           MOVE SPACES TO GL-JRNL-RECORD                                00002190
           SET JRNL-DETAIL-REC TO TRUE                                  00002200
           MOVE RVJ-TRAN-ID TO JRNL-TRAN-ID                             00002210
           MOVE RVJ-GL-ACCOUNT TO JRNL-GL-ACCOUNT                       00002220
           IF RVJ-DR-CR = 'DR'                                          00002230
              MOVE 'CR' TO JRNL-DR-CR                                   00002240
           ELSE                                                         00002250
              MOVE 'DR' TO JRNL-DR-CR                                   00002260
           END-IF                                                       00002270
           MOVE RVJ-AMOUNT TO JRNL-AMOUNT                               00002280
           WRITE GL-JRNL-RECORD                                         00002290
           IF FS-GL-JRNL-FILE NOT = "00"                                00002300
              DISPLAY "WRITE FAILED, GL-JRNL-FILE STATUS: "             00002310
                FS-GL-JRNL-FILE                                         00002320
              SET WS-IO-ERROR TO TRUE                                   00002330
           END-IF                                                       00002340
           ADD 1 TO WS-JRNL-REC-COUNT                                   00002350
           ADD RVJ-AMOUNT TO WS-JRNL-AMOUNT-HASH.                       00002360
       2000-NEXT.                                                       00002370
           PERFORM 2900-READ-REVAL-JRNL THRU 2900-EXIT.                 00002380
       2000-EXIT.                                                       00002390
           EXIT.                                                        00002400
                                                                        00002410
       2900-READ-REVAL-JRNL.                                            00002420
           READ REVAL-JRNL-FILE                                         00002430
           EVALUATE FS-REVAL-JRNL-FILE                                  00002440
             WHEN "00"                                                  00002450
               CONTINUE                                                 00002460
             WHEN "10"                                                  00002470
               SET WS-RVJ-EOF TO TRUE                                   00002480
             WHEN OTHER                                                 00002490
               DISPLAY "READ FAILED, REVAL-JRNL-FILE STATUS: "          00002500
                 FS-REVAL-JRNL-FILE                                     00002510
               SET WS-RVJ-EOF TO TRUE                                   00002520
               SET WS-IO-ERROR TO TRUE                                  00002530
           END-EVALUATE.                                                00002540
       2900-EXIT.                                                       00002550
           EXIT.                                                        00002560
                                                                        00002570
      *> ***************************************************************00002580
      *> THE JOURNAL JUST REVERSED MUST BE THE ONE FXREVAL RECORDED:    00002590
      *> A TRAILER, AND THE SAME COUNT AND HASH AS THE CONTROL RECORD.  00002600
      *> THEN THE CONTROL RECORD IS MARKED REVERSED                     00002610
      *> ***************************************************************00002620
       3000-PROVE-JOURNAL.                                              00002630
           IF WS-IO-ERROR                                               00002640
              GO TO 3000-EXIT                                           00002650
           END-IF                                                       00002660
           IF NOT WS-TRAILER-SEEN                                       00002670
              MOVE "REVALUATION JOURNAL HAS NO TRAILER" TO              00002680
                 WS-ABEND-MESSAGE                                       00002690
              GO TO 9999-ABEND                                          00002700
           END-IF                                                       00002710
           IF WS-RVJ-REC-COUNT NOT = FXC-JRNL-REC-COUNT                 00002720
              OR WS-RVJ-AMOUNT-HASH NOT = FXC-JRNL-AMOUNT-HASH          00002730
              DISPLAY "CONTROL RECORD " FXC-JRNL-REC-COUNT " / "        00002740
                FXC-JRNL-AMOUNT-HASH " JOURNAL " WS-RVJ-REC-COUNT       00002750
                " / " WS-RVJ-AMOUNT-HASH                                00002760
              MOVE "REVALUATION JOURNAL NOT THE ONE RECORDED" TO        00002770
                 WS-ABEND-MESSAGE                                       00002780
              GO TO 9999-ABEND                                          00002790
           END-IF                                                       00002800
           IF FXC-PENDING                                               00002810
              SET FXC-REVERSED TO TRUE                                  00002820
              MOVE WS-RUN-DATE TO FXC-REVERSED-ON                       00002830
              REWRITE FXREV-CONTROL-RECORD                              00002840
              IF FS-FXREV-CTL-FILE NOT = "00"                           00002850
                 DISPLAY "REWRITE FAILED, FXREV-CTL-FILE STATUS: "      00002860
                   FS-FXREV-CTL-FILE                                    00002870
                 SET WS-IO-ERROR TO TRUE                                00002880
              END-IF                                                    00002890
           END-IF.                                                      00002900
       3000-EXIT.                                                       00002910
           EXIT.                                                        00002920
                                                                        00002930
      *> ***************************************************************00002940
      *> REVERSAL JOURNAL TRAILER, SUMMARY, CLOSE UP                    00002950
      *> ***************************************************************00002960
       9000-TERMINATE.                                                  00002970
           MOVE SPACES TO GL-JRNL-RECORD                                00002980
           SET JRNL-TRAILER-REC TO TRUE                                 00002990
           MOVE WS-JRNL-REC-COUNT TO JRNL-TRL-REC-COUNT                 00003000
           MOVE WS-JRNL-AMOUNT-HASH TO JRNL-TRL-AMOUNT-HASH             00003010
           WRITE GL-JRNL-RECORD                                         00003020
           DISPLAY "===== FXREVRS RUN SUMMARY ====="                    00003030
           DISPLAY "RUN DATE             : " WS-RUN-DATE                00003040
           DISPLAY "REVERSAL DUE         : " WS-DUE-SW                  00003050
           DISPLAY "LEGS REVERSED        : " WS-JRNL-REC-COUNT          00003060
           DISPLAY "AMOUNT HASH          : " WS-JRNL-AMOUNT-HASH        00003070
           IF FS-FXREV-CTL-FILE NOT = "35"                              00003080
              CLOSE FXREV-CTL-FILE                                      00003090
           END-IF                                                       00003100
           IF WS-REVERSAL-DUE                                           00003110
              CLOSE REVAL-JRNL-FILE                                     00003120
           END-IF                                                       00003130
           CLOSE GL-JRNL-FILE.                                          00003140
       9000-EXIT.                                                       00003150
           EXIT.                                                        00003160
                                                                        00003170
       COPY ABENDPAR.                                                   00003180
       COPY PROCDPAR.                                                   00003190
