       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. YECLOSE.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * YEAR-END CLOSING ENTRIES.                                *      00000090
      * RUN BY THE YEAR-END STREAM ON THE LAST BUSINESS DAY OF   *      00000100
      * THE FISCAL YEAR, AFTER THE FINAL MONTH-END HAS PROVED    *      00000110
      * THE TRIAL BALANCE.  EVERY INCOME AND EXPENSE ACCOUNT     *      00000120
      * THE GLCOA CHART LISTS UNDER TYPE 'YEPL' (IN THE DR       *      00000130
      * COLUMN IF IT NORMALLY CARRIES A DEBIT BALANCE, THE CR    *      00000140
      * COLUMN IF A CREDIT) IS TAKEN AT ITS LEDGER BALANCE AS    *      00000150
      * OF TODAY, ALL BRANCHES TOGETHER, AND A BALANCED PAIR     *      00000160
      * ON THE GLJRNL INTERFACE BRINGS IT TO ZERO AGAINST THE    *      00000170
      * RETAINED EARNINGS ACCOUNT IN THE CR COLUMN OF TYPE       *      00000180
      * 'YERE'.  THE NET OF THE PAIRS IS THE YEAR'S NET INCOME   *      00000190
      * MOVED TO RETAINED EARNINGS.  A STALE OR UNREADABLE       *      00000200
      * LEDGER BALANCE, OR NO RETAINED EARNINGS ACCOUNT, ENDS    *      00000210
      * THE STEP RC=8 WITH AN EMPTY JOURNAL SO THE FISCAL YEAR   *      00000220
      * IS NOT LOCKED ON A PART-CLOSED LEDGER.                   *      00000230
      * ********************************************************        00000240
       ENVIRONMENT DIVISION.                                            00000250
       INPUT-OUTPUT SECTION.                                            00000260
       FILE-CONTROL.                                                    00000270
           SELECT GL-COA-FILE                                           00000280
           ASSIGN TO GLCOA                                              00000290
           ORGANIZATION IS SEQUENTIAL                                   00000300
           FILE STATUS IS FS-GL-COA-FILE.                               00000310
           SELECT GL-BALANCE-FILE                                       00000320
           ASSIGN TO GLBAL                                              00000330
           ORGANIZATION IS SEQUENTIAL                                   00000340
           FILE STATUS IS FS-GL-BALANCE-FILE.                           00000350
           SELECT GL-JRNL-FILE                                          00000360
           ASSIGN TO GLJRNL                                             00000370
           ORGANIZATION IS SEQUENTIAL                                   00000380
           FILE STATUS IS FS-GL-JRNL-FILE.                              00000390
           SELECT CLOSE-RPT-FILE                                        00000400
           ASSIGN TO CLOSRPT                                            00000410
           ORGANIZATION IS SEQUENTIAL                                   00000420
           FILE STATUS IS FS-CLOSE-RPT-FILE.                            00000430
           SELECT AUDIT-LOG-FILE                                        00000440
           ASSIGN TO AUDITLOG                                           00000450
           ORGANIZATION IS SEQUENTIAL                                   00000460
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000470
           SELECT PROC-DATE-FILE                                        00000480
           ASSIGN TO PROCDATE                                           00000490
           ORGANIZATION IS SEQUENTIAL                                   00000500
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000510
       DATA DIVISION.                                                   00000520
       FILE SECTION.                                                    00000530
       FD GL-COA-FILE.                                                  00000540
       01 GL-COA-RECORD.                                                00000550
           05 COA-TRAN-TYPE         PIC X(04).                          00000560
           05 COA-DR-ACCOUNT        PIC 9(08).                          00000570
           05 COA-CR-ACCOUNT        PIC 9(08).                          00000580
           05 FILLER                PIC X(60).                          00000590
                                                                        00000600
       FD GL-BALANCE-FILE.                                              00000610
       COPY GLBALREC.                                                   00000620
                                                                        00000630
       FD GL-JRNL-FILE.                                                 00000640
       01 GL-JRNL-RECORD.                                               00000650
           05 JRNL-REC-TYPE         PIC X(01).                          00000660
               88 JRNL-DETAIL-REC    VALUE 'D'.                         00000670
               88 JRNL-TRAILER-REC   VALUE 'T'.                         00000680
           05 JRNL-TRAN-ID          PIC 9(09).                          00000690
           05 JRNL-GL-ACCOUNT       PIC 9(08).                          00000700
           05 JRNL-DR-CR            PIC X(02).                          00000710
           05 JRNL-AMOUNT           PIC 9(13).                          00000720
           05 FILLER                PIC X(17).                          00000730
       01 GL-JRNL-TRAILER REDEFINES GL-JRNL-RECORD.                     00000740
           05 FILLER                PIC X(01).                          00000750
           05 JRNL-TRL-REC-COUNT    PIC 9(09).                          00000760
           05 JRNL-TRL-AMOUNT-HASH  PIC 9(15).                          00000770
           05 FILLER                PIC X(25).                          00000780
                                                                        00000790
       FD CLOSE-RPT-FILE.                                               00000800
       01 CLOSE-RPT-LINE            PIC X(133).                         00000810
                                                                        00000820
       FD AUDIT-LOG-FILE.                                               00000830
       COPY AUDITLOG.                                                   00000840
                                                                        00000850
       FD PROC-DATE-FILE.                                               00000860
       COPY PROCDREC.                                                   00000870
                                                                        00000880
       WORKING-STORAGE SECTION.                                         00000890
       01 FS-GL-COA-FILE PIC XX.                                        00000900
       01 FS-GL-BALANCE-FILE PIC XX.                                    00000910
       01 FS-GL-JRNL-FILE PIC XX.                                       00000920
       01 FS-CLOSE-RPT-FILE PIC XX.                                     00000930
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00000940
                                                                        00000950
       01 WS-BAL-EOF-SW PIC X(01) VALUE 'N'.                            00000960
           88 WS-BAL-EOF VALUE 'Y'.                                     00000970
       01 WS-COA-EOF-SW PIC X(01) VALUE 'N'.                            00000980
           88 WS-COA-EOF VALUE 'Y'.                                     00000990
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00001000
           88 WS-IO-ERROR VALUE 'Y'.                                    00001010
       01 WS-HOLD-SW PIC X(01) VALUE 'N'.                               00001020
           88 WS-HOLD-CLOSE VALUE 'Y'.                                  00001030
                                                                        00001040
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001050
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                          00001060
           05 WS-RUN-YYYY PIC 9(04).                                    00001070
           05 FILLER PIC 9(04).                                         00001080
                                                                        00001090
      *> ***************************************************************00001100
      *> THE INCOME AND EXPENSE ACCOUNTS TO CLOSE, EACH WITH ITS NORMAL 00001110
      *> SIDE AND ITS LEDGER BALANCE SIGNED POSITIVE ON THAT SIDE       00001120
      *> ***************************************************************00001130
       01 WS-PNL-TABLE.                                                 00001140
           05 WS-PNL-ENTRY OCCURS 200 TIMES.                            00001150
               10 TBL-PNL-ACCOUNT       PIC 9(08).                      00001160
               10 TBL-PNL-SIDE          PIC X(02).                      00001170
               10 TBL-PNL-BALANCE       PIC S9(13)V99 COMP-3.           00001180
       01 WS-PNL-COUNT PIC 9(03) VALUE ZEROES.                          00001190
       01 WS-PNL-MAX PIC 9(03) VALUE 200.                               00001200
       01 WS-PNL-SUB PIC 9(03) VALUE ZEROES.                            00001210
       01 WS-RE-ACCOUNT PIC 9(08) VALUE ZEROES.                         00001220
                                                                        00001230
       01 WS-POST-AMOUNT PIC S9(13)V99 COMP-3 VALUE ZEROES.             00001240
       01 WS-INCOME-TOTAL PIC S9(13)V99 COMP-3 VALUE ZEROES.            00001250
       01 WS-EXPENSE-TOTAL PIC S9(13)V99 COMP-3 VALUE ZEROES.           00001260
       01 WS-NET-INCOME PIC S9(13)V99 COMP-3 VALUE ZEROES.              00001270
                                                                        00001280
       01 WS-JRNL-ACCT-SIDE PIC X(02) VALUE SPACES.                     00001290
       01 WS-JRNL-RE-SIDE PIC X(02) VALUE SPACES.                       00001300
       01 WS-JRNL-TRAN-ID PIC 9(09) VALUE ZEROES.                       00001310
       01 WS-JRNL-PAIRS PIC 9(05) VALUE ZEROES.                         00001320
       01 WS-JRNL-REC-COUNT PIC 9(09) VALUE ZEROES.                     00001330
       01 WS-JRNL-AMOUNT-HASH PIC 9(15) VALUE ZEROES.                   00001340
       01 WS-JRNL-AMOUNT-CENTS PIC 9(13) VALUE ZEROES.                  00001350
                                                                        00001360
       01 WS-LEDGER-READ PIC 9(07) VALUE ZEROES.                        00001370
       01 WS-LEDGER-USED PIC 9(07) VALUE ZEROES.                        00001380
       01 WS-LEDGER-STALE PIC 9(07) VALUE ZEROES.                       00001390
       01 WS-LEDGER-BAD PIC 9(07) VALUE ZEROES.                         00001400
       01 WS-COA-BAD PIC 9(03) VALUE ZEROES.                            00001410
       COPY ABENDCPY.                                                   00001420
       COPY AUDITCHN.                                                   00001430
       COPY PROCDCPY.                                                   00001440
                                                                        00001450
       01 WS-HDR-LINE-1.                                                00001460
           05 FILLER PIC X(01) VALUE '1'.                               00001470
           05 FILLER PIC X(50)                                          00001480
              VALUE 'YECLOSE - YEAR-END CLOSING ENTRIES'.               00001490
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00001500
           05 HDR-RUN-DATE PIC 9(08).                                   00001510
                                                                        00001520
       01 WS-HDR-LINE-2.                                                00001530
           05 FILLER PIC X(01) VALUE '0'.                               00001540
           05 FILLER PIC X(11) VALUE 'GL ACCOUNT'.                      00001550
           05 FILLER PIC X(07) VALUE 'NORMAL'.                          00001560
           05 FILLER PIC X(18) VALUE '  LEDGER BALANCE'.                00001570
           05 FILLER PIC X(10) VALUE '   ENTRY'.                        00001580
           05 FILLER PIC X(18) VALUE '   CLOSING AMOUNT'.               00001590
                                                                        00001600
       01 WS-DTL-LINE.                                                  00001610
           05 FILLER PIC X(01) VALUE SPACE.                             00001620
           05 DTL-ACCOUNT PIC 9(08).                                    00001630
           05 FILLER PIC X(03) VALUE SPACES.                            00001640
           05 DTL-SIDE PIC X(02).                                       00001650
           05 FILLER PIC X(05) VALUE SPACES.                            00001660
           05 DTL-BALANCE PIC Z(12)9.99-.                               00001670
           05 FILLER PIC X(04) VALUE SPACES.                            00001680
           05 DTL-ENTRY-SIDE PIC X(02).                                 00001690
           05 FILLER PIC X(04) VALUE SPACES.                            00001700
           05 DTL-AMOUNT PIC Z(12)9.99.                                 00001710
           05 FILLER PIC X(02) VALUE SPACES.                            00001720
           05 DTL-STATUS PIC X(30).                                     00001730
                                                                        00001740
       01 WS-TOT-LINE.                                                  00001750
           05 FILLER PIC X(01) VALUE SPACE.                             00001760
           05 TOT-LABEL PIC X(40).                                      00001770
           05 TOT-AMOUNT PIC Z(12)9.99-.                                00001780
                                                                        00001790
       01 WS-NOTE-LINE.                                                 00001800
           05 FILLER PIC X(01) VALUE SPACE.                             00001810
           05 NOTE-TEXT PIC X(100).                                     00001820
                                                                        00001830
       PROCEDURE DIVISION.                                              00001840
       0000-MAIN.                                                       00001850
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001860
           PERFORM 2000-APPLY-LEDGER THRU 2000-EXIT                     00001870
              UNTIL WS-BAL-EOF                                          00001880
           PERFORM 3000-CHECK-CLOSE THRU 3000-EXIT                      00001890
           PERFORM 4000-CLOSE-ACCOUNT THRU 4000-EXIT                    00001900
              VARYING WS-PNL-SUB FROM 1 BY 1                            00001910
              UNTIL WS-PNL-SUB > WS-PNL-COUNT                           00001920
           PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT                     00001930
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001940
           IF WS-IO-ERROR                                               00001950
              MOVE 12 TO RETURN-CODE                                    00001960
           ELSE                                                         00001970
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00001980
           END-IF                                                       00001990
           GOBACK.                                                      00002000
                                                                        00002010
      *> ***************************************************************00002020
      *> RUN DATE, THE ACCOUNTS TO CLOSE FROM THE CHART, THEN THE       00002030
      *> LEDGER BALANCES, THE JOURNAL, THE REPORT AND THE AUDIT TRAIL   00002040
      *> ***************************************************************00002050
       1000-INITIALIZE.                                                 00002060
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00002070
           IF WS-PROCESS-DATE > 0                                       00002080
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00002090
           ELSE                                                         00002100
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00002110
           END-IF                                                       00002120
           PERFORM 1100-LOAD-COA THRU 1100-EXIT                         00002130
                                                                        00002140
           OPEN INPUT GL-BALANCE-FILE                                   00002150
           EVALUATE FS-GL-BALANCE-FILE                                  00002160
             WHEN "00"                                                  00002170
               CONTINUE                                                 00002180
             WHEN "35"                                                  00002190
               MOVE "LEDGER BALANCE FILE NOT FOUND" TO WS-ABEND-MESSAGE 00002200
               GO TO 9999-ABEND                                         00002210
             WHEN OTHER                                                 00002220
               MOVE "OPEN FAILED ON GL-BALANCE-FILE" TO                 00002230
                  WS-ABEND-MESSAGE                                      00002240
               GO TO 9999-ABEND                                         00002250
           END-EVALUATE                                                 00002260
           OPEN OUTPUT GL-JRNL-FILE                                     00002270
           IF FS-GL-JRNL-FILE NOT = "00"                                00002280
              MOVE "OPEN FAILED ON GL-JRNL-FILE" TO WS-ABEND-MESSAGE    00002290
              GO TO 9999-ABEND                                          00002300
           END-IF                                                       00002310
           OPEN OUTPUT CLOSE-RPT-FILE                                   00002320
           IF FS-CLOSE-RPT-FILE NOT = "00"                              00002330
              MOVE "OPEN FAILED ON CLOSE-RPT-FILE" TO WS-ABEND-MESSAGE  00002340
              GO TO 9999-ABEND                                          00002350
           END-IF                                                       00002360
           MOVE "YECLOSE" TO ALOG-PROGRAM-ID                            00002370
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00002380
           IF FS-AUDIT-LOG-FILE NOT = "00"                              00002390
              MOVE "OPEN FAILED ON AUDIT-LOG-FILE" TO WS-ABEND-MESSAGE  00002400
              GO TO 9999-ABEND                                          00002410
           END-IF                                                       00002420
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00002430
           WRITE CLOSE-RPT-LINE FROM WS-HDR-LINE-1                      00002440
           WRITE CLOSE-RPT-LINE FROM WS-HDR-LINE-2                      00002450
                                                                        00002460
           PERFORM 2900-READ-LEDGER THRU 2900-EXIT.                     00002470
       1000-EXIT.                                                       00002480
           EXIT.                                                        00002490
                                                                        00002500
      *> ***************************************************************00002510
      *> THE CLOSING TYPES FROM THE CHART.  A 'YEPL' ACCOUNT'S COLUMN   00002520
      *> IS ITS NORMAL SIDE; THE 'YERE' ACCOUNT IS IN THE CR COLUMN     00002530
      *> ***************************************************************00002540
       1100-LOAD-COA.                                                   00002550
           OPEN INPUT GL-COA-FILE                                       00002560
           EVALUATE FS-GL-COA-FILE                                      00002570
             WHEN "00"                                                  00002580
               PERFORM UNTIL WS-COA-EOF                                 00002590
                 READ GL-COA-FILE                                       00002600
                   AT END                                               00002610
                     SET WS-COA-EOF TO TRUE                             00002620
                   NOT AT END                                           00002630
                     PERFORM 1150-TAKE-COA-ENTRY THRU 1150-EXIT         00002640
                 END-READ                                               00002650
               END-PERFORM                                              00002660
               CLOSE GL-COA-FILE                                        00002670
             WHEN "35"                                                  00002680
               DISPLAY "NO CHART OF ACCOUNTS, NOTHING TO CLOSE"         00002690
             WHEN OTHER                                                 00002700
               MOVE "OPEN FAILED ON GL-COA-FILE" TO WS-ABEND-MESSAGE    00002710
               GO TO 9999-ABEND                                         00002720
           END-EVALUATE.                                                00002730
       1100-EXIT.                                                       00002740
           EXIT.                                                        00002750
                                                                        00002760
       1150-TAKE-COA-ENTRY.                                             00002770
           IF COA-TRAN-TYPE = 'YERE'                                    00002780
              IF COA-CR-ACCOUNT NUMERIC AND COA-CR-ACCOUNT > 0          00002790
                 MOVE COA-CR-ACCOUNT TO WS-RE-ACCOUNT                   00002800
              ELSE                                                      00002810
                 DISPLAY "BAD RETAINED EARNINGS COA RECORD"             00002820
                 ADD 1 TO WS-COA-BAD                                    00002830
              END-IF                                                    00002840
              GO TO 1150-EXIT                                           00002850
           END-IF                                                       00002860
           IF COA-TRAN-TYPE NOT = 'YEPL'                                00002870
              GO TO 1150-EXIT                                           00002880
           END-IF                                                       00002890
           IF WS-PNL-COUNT NOT < WS-PNL-MAX                             00002900
              MOVE "TOO MANY YEAR-END CLOSING ACCOUNTS" TO              00002910
                 WS-ABEND-MESSAGE                                       00002920
              GO TO 9999-ABEND                                          00002930
           END-IF                                                       00002940
           ADD 1 TO WS-PNL-COUNT                                        00002950
           MOVE ZEROES TO TBL-PNL-BALANCE (WS-PNL-COUNT)                00002960
           EVALUATE TRUE                                                00002970
             WHEN COA-DR-ACCOUNT NUMERIC AND COA-DR-ACCOUNT > 0         00002980
               MOVE COA-DR-ACCOUNT TO TBL-PNL-ACCOUNT (WS-PNL-COUNT)    00002990
               MOVE 'DR' TO TBL-PNL-SIDE (WS-PNL-COUNT)                 00003000
             WHEN COA-CR-ACCOUNT NUMERIC AND COA-CR-ACCOUNT > 0         00003010
               MOVE COA-CR-ACCOUNT TO TBL-PNL-ACCOUNT (WS-PNL-COUNT)    00003020
               MOVE 'CR' TO TBL-PNL-SIDE (WS-PNL-COUNT)                 00003030
             WHEN OTHER                                                 00003040
               DISPLAY "BAD YEAR-END CLOSING COA RECORD"                00003050
               ADD 1 TO WS-COA-BAD                                      00003060
               SUBTRACT 1 FROM WS-PNL-COUNT                             00003070
           END-EVALUATE.                                                00003080
       1150-EXIT.                                                       00003090
           EXIT.                                                        00003100
                                                                        00003110
      *> ***************************************************************00003120
      *> ONE LEDGER BALANCE.  ONLY THE ACCOUNTS BEING CLOSED MATTER.    00003130
      *> BRANCHES ARE SUMMED: THE JOURNAL CARRIES NO BRANCH.  A         00003140
      *> BALANCE AS OF ANY OTHER DAY THAN TODAY WOULD CLOSE THE         00003150
      *> WRONG AMOUNT                                                   00003160
      *> ***************************************************************00003170
       2000-APPLY-LEDGER.                                               00003180
           PERFORM VARYING WS-PNL-SUB FROM 1 BY 1                       00003190
                    UNTIL WS-PNL-SUB > WS-PNL-COUNT                     00003200
                    OR TBL-PNL-ACCOUNT (WS-PNL-SUB) = LBAL-GL-ACCOUNT   00003210
             CONTINUE                                                   00003220
           END-PERFORM                                                  00003230
           IF WS-PNL-SUB > WS-PNL-COUNT                                 00003240
              GO TO 2000-NEXT                                           00003250
           END-IF                                                       00003260
           IF LBAL-AMOUNT NOT NUMERIC                                   00003270
              OR NOT (LBAL-DEBIT OR LBAL-CREDIT)                        00003280
              DISPLAY "BAD LEDGER BALANCE RECORD, ACCOUNT "             00003290
                LBAL-GL-ACCOUNT " BRANCH " LBAL-BRANCH-CD               00003300
              ADD 1 TO WS-LEDGER-BAD                                    00003310
              SET WS-HOLD-CLOSE TO TRUE                                 00003320
              GO TO 2000-NEXT                                           00003330
           END-IF                                                       00003340
           IF LBAL-AS-OF-DATE NOT = WS-RUN-DATE                         00003350
              DISPLAY "LEDGER BALANCE AS OF " LBAL-AS-OF-DATE           00003360
                ", ACCOUNT " LBAL-GL-ACCOUNT " BRANCH " LBAL-BRANCH-CD  00003370
              ADD 1 TO WS-LEDGER-STALE                                  00003380
              SET WS-HOLD-CLOSE TO TRUE                                 00003390
           END-IF                                                       00003400
           ADD 1 TO WS-LEDGER-USED                                      00003410
           COMPUTE WS-POST-AMOUNT = LBAL-AMOUNT / 100                   00003420
           IF LBAL-DR-CR NOT = TBL-PNL-SIDE (WS-PNL-SUB)                00003430
              COMPUTE WS-POST-AMOUNT = 0 - WS-POST-AMOUNT               00003440
           END-IF                                                       00003450
           ADD WS-POST-AMOUNT TO TBL-PNL-BALANCE (WS-PNL-SUB).          00003460
       2000-NEXT.                                                       00003470
           PERFORM 2900-READ-LEDGER THRU 2900-EXIT.                     00003480
       2000-EXIT.                                                       00003490
           EXIT.                                                        00003500
                                                                        00003510
       2900-READ-LEDGER.                                                00003520
           READ GL-BALANCE-FILE                                         00003530
           EVALUATE FS-GL-BALANCE-FILE                                  00003540
             WHEN "00"                                                  00003550
               ADD 1 TO WS-LEDGER-READ                                  00003560
             WHEN "10"                                                  00003570
               SET WS-BAL-EOF TO TRUE                                   00003580
             WHEN OTHER                                                 00003590
               DISPLAY "READ FAILED, GL-BALANCE-FILE STATUS: "          00003600
                 FS-GL-BALANCE-FILE                                     00003610
               SET WS-BAL-EOF TO TRUE                                   00003620
               SET WS-IO-ERROR TO TRUE                                  00003630
           END-EVALUATE.                                                00003640
       2900-EXIT.                                                       00003650
           EXIT.                                                        00003660
                                                                        00003670
      *> ***************************************************************00003680
      *> NOTHING IS POSTED UNLESS EVERY BALANCE WAS READABLE AND        00003690
      *> CURRENT AND THERE IS A RETAINED EARNINGS ACCOUNT TO TAKE IT    00003700
      *> ***************************************************************00003710
       3000-CHECK-CLOSE.                                                00003720
           IF WS-RE-ACCOUNT = ZEROES                                    00003730
              DISPLAY "NO RETAINED EARNINGS ACCOUNT (COA TYPE YERE)"    00003740
              SET WS-HOLD-CLOSE TO TRUE                                 00003750
           END-IF                                                       00003760
           IF WS-COA-BAD > 0                                            00003770
              SET WS-HOLD-CLOSE TO TRUE                                 00003780
           END-IF                                                       00003790
           IF WS-IO-ERROR                                               00003800
              SET WS-HOLD-CLOSE TO TRUE                                 00003810
           END-IF                                                       00003820
           COMPUTE WS-JRNL-TRAN-ID = WS-RUN-YYYY * 100000.              00003830
       3000-EXIT.                                                       00003840
           EXIT.                                                        00003850
                                                                        00003860
      *> ***************************************************************00003870
      *> ONE INCOME OR EXPENSE ACCOUNT: ITS REPORT LINE AND, UNLESS THE 00003880
      *> CLOSE IS HELD, THE PAIR THAT TAKES IT TO ZERO.  A BALANCE ON   00003890
      *> ITS NORMAL SIDE IS REVERSED ON THE OPPOSITE SIDE; A BALANCE    00003900
      *> THAT HAS GONE THE OTHER WAY IS REVERSED ON THE NORMAL SIDE     00003910
      *> ***************************************************************00003920
       4000-CLOSE-ACCOUNT.                                              00003930
           MOVE TBL-PNL-ACCOUNT (WS-PNL-SUB) TO DTL-ACCOUNT             00003940
           MOVE TBL-PNL-SIDE (WS-PNL-SUB) TO DTL-SIDE                   00003950
           MOVE TBL-PNL-BALANCE (WS-PNL-SUB) TO DTL-BALANCE             00003960
           MOVE SPACES TO DTL-ENTRY-SIDE                                00003970
           MOVE ZEROES TO DTL-AMOUNT                                    00003980
           MOVE SPACES TO DTL-STATUS                                    00003990
           IF TBL-PNL-SIDE (WS-PNL-SUB) = 'CR'                          00004000
              ADD TBL-PNL-BALANCE (WS-PNL-SUB) TO WS-INCOME-TOTAL       00004010
           ELSE                                                         00004020
              ADD TBL-PNL-BALANCE (WS-PNL-SUB) TO WS-EXPENSE-TOTAL      00004030
           END-IF                                                       00004040
           IF TBL-PNL-BALANCE (WS-PNL-SUB) = 0                          00004050
              MOVE 'ALREADY AT ZERO' TO DTL-STATUS                      00004060
              GO TO 4000-WRITE                                          00004070
           END-IF                                                       00004080
                                                                        00004090
           IF TBL-PNL-BALANCE (WS-PNL-SUB) > 0                          00004100
              MOVE TBL-PNL-BALANCE (WS-PNL-SUB) TO WS-POST-AMOUNT       00004110
              IF TBL-PNL-SIDE (WS-PNL-SUB) = 'DR'                       00004120
                 MOVE 'CR' TO WS-JRNL-ACCT-SIDE                         00004130
              ELSE                                                      00004140
                 MOVE 'DR' TO WS-JRNL-ACCT-SIDE                         00004150
              END-IF                                                    00004160
           ELSE                                                         00004170
              COMPUTE WS-POST-AMOUNT = 0 - TBL-PNL-BALANCE (WS-PNL-SUB) 00004180
              MOVE TBL-PNL-SIDE (WS-PNL-SUB) TO WS-JRNL-ACCT-SIDE       00004190
           END-IF                                                       00004200
           IF WS-JRNL-ACCT-SIDE = 'DR'                                  00004210
              MOVE 'CR' TO WS-JRNL-RE-SIDE                              00004220
           ELSE                                                         00004230
              MOVE 'DR' TO WS-JRNL-RE-SIDE                              00004240
           END-IF                                                       00004250
           MOVE WS-JRNL-ACCT-SIDE TO DTL-ENTRY-SIDE                     00004260
           MOVE WS-POST-AMOUNT TO DTL-AMOUNT                            00004270
           IF WS-HOLD-CLOSE                                             00004280
              MOVE 'NOT POSTED - CLOSE HELD' TO DTL-STATUS              00004290
              GO TO 4000-WRITE                                          00004300
           END-IF                                                       00004310
           PERFORM 4100-WRITE-JOURNAL-PAIR THRU 4100-EXIT.              00004320
       4000-WRITE.                                                      00004330
           WRITE CLOSE-RPT-LINE FROM WS-DTL-LINE.                       00004340
       4000-EXIT.                                                       00004350
           EXIT.                                                        00004360
                                                                        00004370
       4100-WRITE-JOURNAL-PAIR.                                         00004380
           ADD 1 TO WS-JRNL-PAIRS                                       00004390
           ADD 1 TO WS-JRNL-TRAN-ID                                     00004400
           COMPUTE WS-JRNL-AMOUNT-CENTS = WS-POST-AMOUNT * 100          00004410
              ON SIZE ERROR                                             00004420
                 DISPLAY "SIZE ERROR CONVERTING JOURNAL AMOUNT"         00004430
                 MOVE ZEROES TO WS-JRNL-AMOUNT-CENTS                    00004440
           END-COMPUTE                                                  00004450
           MOVE SPACES TO GL-JRNL-RECORD                                00004460
           SET JRNL-DETAIL-REC TO TRUE                                  00004470
           MOVE WS-JRNL-TRAN-ID TO JRNL-TRAN-ID                         00004480
           MOVE TBL-PNL-ACCOUNT (WS-PNL-SUB) TO JRNL-GL-ACCOUNT         00004490
           MOVE WS-JRNL-ACCT-SIDE TO JRNL-DR-CR                         00004500
           MOVE WS-JRNL-AMOUNT-CENTS TO JRNL-AMOUNT                     00004510
           WRITE GL-JRNL-RECORD                                         00004520
           IF FS-GL-JRNL-FILE NOT = "00"                                00004530
              DISPLAY "WRITE FAILED, GL-JRNL-FILE STATUS: "             00004540
                FS-GL-JRNL-FILE                                         00004550
              SET WS-IO-ERROR TO TRUE                                   00004560
           END-IF                                                       00004570
           ADD 1 TO WS-JRNL-REC-COUNT                                   00004580
           ADD WS-JRNL-AMOUNT-CENTS TO WS-JRNL-AMOUNT-HASH              00004590
           MOVE SPACES TO GL-JRNL-RECORD                                00004600
           SET JRNL-DETAIL-REC TO TRUE                                  00004610
           MOVE WS-JRNL-TRAN-ID TO JRNL-TRAN-ID                         00004620
           MOVE WS-RE-ACCOUNT TO JRNL-GL-ACCOUNT                        00004630
           MOVE WS-JRNL-RE-SIDE TO JRNL-DR-CR                           00004640
           MOVE WS-JRNL-AMOUNT-CENTS TO JRNL-AMOUNT                     00004650
           WRITE GL-JRNL-RECORD                                         00004660
           IF FS-GL-JRNL-FILE NOT = "00"                                00004670
              DISPLAY "WRITE FAILED, GL-JRNL-FILE STATUS: "             00004680
                FS-GL-JRNL-FILE                                         00004690
              SET WS-IO-ERROR TO TRUE                                   00004700
           END-IF                                                       00004710
           ADD 1 TO WS-JRNL-REC-COUNT                                   00004720
           ADD WS-JRNL-AMOUNT-CENTS TO WS-JRNL-AMOUNT-HASH.             00004730
       4100-EXIT.                                                       00004740
           EXIT.                                                        00004750
                                                                        00004760
      *> ***************************************************************00004770
      *> INCOME, EXPENSE AND THE NET TO RETAINED EARNINGS, THE NOTES,   00004780
      *> AND THE AUDIT ENTRY FOR A CLOSE THAT POSTED                    00004790
      *> ***************************************************************00004800
       7000-WRITE-TOTALS.                                               00004810
           MOVE SPACES TO CLOSE-RPT-LINE                                00004820
           WRITE CLOSE-RPT-LINE                                         00004830
           MOVE 'TOTAL INCOME' TO TOT-LABEL                             00004840
           MOVE WS-INCOME-TOTAL TO TOT-AMOUNT                           00004850
           WRITE CLOSE-RPT-LINE FROM WS-TOT-LINE                        00004860
           MOVE 'TOTAL EXPENSE' TO TOT-LABEL                            00004870
           MOVE WS-EXPENSE-TOTAL TO TOT-AMOUNT                          00004880
           WRITE CLOSE-RPT-LINE FROM WS-TOT-LINE                        00004890
           COMPUTE WS-NET-INCOME = WS-INCOME-TOTAL - WS-EXPENSE-TOTAL   00004900
           MOVE SPACES TO TOT-LABEL                                     00004910
           STRING 'NET INCOME TO RETAINED EARNINGS ' WS-RE-ACCOUNT      00004920
              DELIMITED BY SIZE INTO TOT-LABEL                          00004930
           MOVE WS-NET-INCOME TO TOT-AMOUNT                             00004940
           WRITE CLOSE-RPT-LINE FROM WS-TOT-LINE                        00004950
                                                                        00004960
           IF WS-LEDGER-STALE > 0                                       00004970
              MOVE SPACES TO NOTE-TEXT                                  00004980
              STRING 'LEDGER BALANCES NOT AS OF THE RUN DATE: '         00004990
                 WS-LEDGER-STALE                                        00005000
                 DELIMITED BY SIZE INTO NOTE-TEXT                       00005010
              WRITE CLOSE-RPT-LINE FROM WS-NOTE-LINE                    00005020
           END-IF                                                       00005030
           IF WS-LEDGER-BAD > 0                                         00005040
              MOVE SPACES TO NOTE-TEXT                                  00005050
              STRING 'UNREADABLE LEDGER BALANCE RECORDS: ' WS-LEDGER-BAD00005060
                 DELIMITED BY SIZE INTO NOTE-TEXT                       00005070
              WRITE CLOSE-RPT-LINE FROM WS-NOTE-LINE                    00005080
           END-IF                                                       00005090
           IF WS-COA-BAD > 0                                            00005100
              MOVE SPACES TO NOTE-TEXT                                  00005110
              STRING 'UNUSABLE YEAR-END CLOSING COA RECORDS: '          00005120
                 WS-COA-BAD                                             00005130
                 DELIMITED BY SIZE INTO NOTE-TEXT                       00005140
              WRITE CLOSE-RPT-LINE FROM WS-NOTE-LINE                    00005150
           END-IF                                                       00005160
           MOVE SPACES TO NOTE-TEXT                                     00005170
           IF WS-HOLD-CLOSE                                             00005180
              SET RC-ERROR TO TRUE                                      00005190
              STRING 'CLOSE HELD - NOTHING POSTED, '                    00005200
                 'FISCAL YEAR MAY NOT BE LOCKED'                        00005210
                 DELIMITED BY SIZE INTO NOTE-TEXT                       00005220
              WRITE CLOSE-RPT-LINE FROM WS-NOTE-LINE                    00005230
              GO TO 7000-EXIT                                           00005240
           END-IF                                                       00005250
           MOVE 'CLOSING ENTRIES WRITTEN TO THE GL JOURNAL' TO NOTE-TEXT00005260
           WRITE CLOSE-RPT-LINE FROM WS-NOTE-LINE                       00005270
           MOVE "YE CLOSE    " TO ALOG-ACTION                           00005280
           MOVE SPACES TO ALOG-DETAIL                                   00005290
           STRING "FY " WS-RUN-YYYY " PAIRS " WS-JRNL-PAIRS             00005300
              " TO RE " WS-RE-ACCOUNT                                   00005310
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00005320
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00005330
       7000-EXIT.                                                       00005340
           EXIT.                                                        00005350
                                                                        00005360
      *> ***************************************************************00005370
      *> JOURNAL TRAILER, COUNT SUMMARY, CLOSE UP                       00005380
      *> ***************************************************************00005390
       9000-TERMINATE.                                                  00005400
           MOVE SPACES TO GL-JRNL-RECORD                                00005410
           SET JRNL-TRAILER-REC TO TRUE                                 00005420
           MOVE WS-JRNL-REC-COUNT TO JRNL-TRL-REC-COUNT                 00005430
           MOVE WS-JRNL-AMOUNT-HASH TO JRNL-TRL-AMOUNT-HASH             00005440
           WRITE GL-JRNL-RECORD                                         00005450
                                                                        00005460
           DISPLAY "===== YECLOSE RUN SUMMARY ====="                    00005470
           DISPLAY "CLOSING ACCOUNTS     : " WS-PNL-COUNT               00005480
           DISPLAY "LEDGER RECORDS READ  : " WS-LEDGER-READ             00005490
           DISPLAY "  CLOSING ACCOUNTS   : " WS-LEDGER-USED             00005500
           DISPLAY "STALE LEDGER RECORDS : " WS-LEDGER-STALE            00005510
           DISPLAY "JOURNAL PAIRS        : " WS-JRNL-PAIRS              00005520
           DISPLAY "JOURNAL RECORDS      : " WS-JRNL-REC-COUNT          00005530
           IF WS-HOLD-CLOSE                                             00005540
              DISPLAY "*** CLOSE HELD - DO NOT LOCK THE FISCAL YEAR ***"00005550
           END-IF                                                       00005560
           CLOSE GL-BALANCE-FILE                                        00005570
           CLOSE GL-JRNL-FILE                                           00005580
           CLOSE CLOSE-RPT-FILE                                         00005590
           CLOSE AUDIT-LOG-FILE.                                        00005600
       9000-EXIT.                                                       00005610
           EXIT.                                                        00005620
                                                                        00005630
       COPY AUDITOPN.                                                   00005640
       COPY AUDITWRT.                                                   00005650
       COPY AUDITCHP.                                                   00005660
       COPY ABENDPAR.                                                   00005670
       COPY PROCDPAR.                                                   00005680
