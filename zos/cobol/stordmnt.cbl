       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. STORDMNT.                                            00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * STANDING-ORDER MAINTENANCE.                              *      00000090
      * APPLIES THE DESK'S STANDING-ORDER TRANSACTIONS AGAINST   *      00000100
      * THE STANDING-ORDER KSDS IN THE MYFMAINT PATTERN:         *      00000110
      *   'A' - ADD: FROM ACCOUNT, TO ACCOUNT, AMOUNT,           *      00000120
      *         FREQUENCY, FIRST RUN DATE, OPTIONAL END DATE.    *      00000130
      *         A ZERO ORDER NUMBER TAKES THE NEXT FREE ONE.     *      00000140
      *   'C' - CHANGE: ANY OF AMOUNT, FREQUENCY, NEXT RUN DATE  *      00000150
      *         OR END DATE KEYED NON-ZERO REPLACES WHAT IS ON   *      00000160
      *         FILE (END DATE 99999999 REMOVES IT).  THE TWO    *      00000170
      *         ACCOUNTS NEVER CHANGE - CANCEL AND ADD INSTEAD.  *      00000180
      *   'X' - CANCEL.                                          *      00000190
      * BOTH ACCOUNTS MUST BE ON MYFILE, OPEN FOR POSTING AND IN *      00000200
      * THE SAME CURRENCY WHEN THE ORDER IS SET UP; THE NIGHTLY  *      00000210
      * STORDRUN STEP CHECKS THEM AGAIN EVERY TIME IT PAYS.      *      00000220
      * REJECTED TRANSACTIONS CARRY O-SERIES REASON CODES, AND   *      00000230
      * THE RUN ENDS WITH THE SAME CONTROL-TOTAL SUMMARY THE     *      00000240
      * OTHER MAINTENANCE RUNS WRITE.                            *      00000250
      * ********************************************************        00000260
       ENVIRONMENT DIVISION.                                            00000270
       INPUT-OUTPUT SECTION.                                            00000280
       FILE-CONTROL.                                                    00000290
           SELECT STANDING-ORDER-FILE                                   00000300
           ASSIGN TO STORDER                                            00000310
           ORGANIZATION IS INDEXED                                      00000320
           ACCESS MODE IS DYNAMIC                                       00000330
           RECORD KEY IS SOR-ORDER-NO                                   00000340
           FILE STATUS IS FS-STANDING-ORDER-FILE.                       00000350
           SELECT MYFILE                                                00000360
           ASSIGN TO MYDD                                               00000370
           ORGANIZATION IS INDEXED                                      00000380
           ACCESS MODE IS RANDOM                                        00000390
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000400
           FILE STATUS IS FS-MYFILE.                                    00000410
           SELECT MAINT-TRAN-FILE                                       00000420
           ASSIGN TO SOMTIN                                             00000430
           ORGANIZATION IS SEQUENTIAL                                   00000440
           FILE STATUS IS FS-MAINT-TRAN-FILE.                           00000450
           SELECT MAINT-REJ-FILE                                        00000460
           ASSIGN TO SOMREJ                                             00000470
           ORGANIZATION IS SEQUENTIAL                                   00000480
           FILE STATUS IS FS-MAINT-REJ-FILE.                            00000490
           SELECT MAINT-SUM-FILE                                        00000500
           ASSIGN TO SOMSUM                                             00000510
           ORGANIZATION IS SEQUENTIAL                                   00000520
           FILE STATUS IS FS-MAINT-SUM-FILE.                            00000530
           SELECT AUDIT-LOG-FILE                                        00000540
           ASSIGN TO AUDITLOG                                           00000550
           ORGANIZATION IS SEQUENTIAL                                   00000560
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000570
           SELECT REASON-CODE-FILE                                      00000580
           ASSIGN TO RSNCODES                                           00000590
           ORGANIZATION IS SEQUENTIAL                                   00000600
           FILE STATUS IS FS-REASON-CODE-FILE.                          00000610
           SELECT PROC-DATE-FILE                                        00000620
           ASSIGN TO PROCDATE                                           00000630
           ORGANIZATION IS SEQUENTIAL                                   00000640
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000650
       DATA DIVISION.                                                   00000660
       FILE SECTION.                                                    00000670
       FD STANDING-ORDER-FILE.                                          00000680
       COPY STORDREC.                                                   00000690
                                                                        00000700
       FD MYFILE.                                                       00000710
       COPY MYFREC.                                                     00000720
                                                                        00000730
      *> ***************************************************************00000740
      *> STANDING-ORDER TRANSACTION.  DATES ARE CCYYMMDD; THE AMOUNT IS 00000750
      *> UNSIGNED WITH TWO IMPLIED DECIMALS                             00000760
      *> ***************************************************************00000770
       FD MAINT-TRAN-FILE.                                              00000780
       01 MAINT-TRAN-REC.                                               00000790
           05 SMT-ACTION-CD         PIC X(01).                          00000800
               88 SMT-ACTION-ADD     VALUE 'A'.                         00000810
               88 SMT-ACTION-CHANGE  VALUE 'C'.                         00000820
               88 SMT-ACTION-CANCEL  VALUE 'X'.                         00000830
           05 SMT-ORDER-NO          PIC 9(09).                          00000840
           05 SMT-FROM-ACCT         PIC 9(09).                          00000850
           05 SMT-TO-ACCT           PIC 9(09).                          00000860
           05 SMT-AMOUNT            PIC 9(09)V99.                       00000870
           05 SMT-FREQUENCY         PIC X(01).                          00000880
           05 SMT-NEXT-DUE-DATE     PIC 9(08).                          00000890
           05 SMT-END-DATE          PIC 9(08).                          00000900
           05 FILLER                PIC X(24).                          00000910
                                                                        00000920
       FD MAINT-REJ-FILE.                                               00000930
       01 MAINT-REJ-REC.                                                00000940
           05 SOMREJ-ORIG-TRAN      PIC X(80).                          00000950
           05 SOMREJ-REASON-CD      PIC X(04).                          00000960
           05 SOMREJ-REASON-TXT     PIC X(40).                          00000970
                                                                        00000980
       FD MAINT-SUM-FILE.                                               00000990
       01 MAINT-SUM-REC.                                                00001000
           05 SOMSUM-TRANS-READ     PIC 9(09).                          00001010
           05 SOMSUM-TRANS-REJECTED PIC 9(09).                          00001020
           05 SOMSUM-TRANS-APPLIED  PIC 9(09).                          00001030
                                                                        00001040
       FD AUDIT-LOG-FILE.                                               00001050
       COPY AUDITLOG.                                                   00001060
                                                                        00001070
       FD REASON-CODE-FILE.                                             00001080
       COPY RSNCODE.                                                    00001090
                                                                        00001100
       FD PROC-DATE-FILE.                                               00001110
       COPY PROCDREC.                                                   00001120
                                                                        00001130
       WORKING-STORAGE SECTION.                                         00001140
       01 FS-STANDING-ORDER-FILE PIC XX.                                00001150
       01 FS-MYFILE PIC XX.                                             00001160
       01 FS-MAINT-TRAN-FILE PIC XX.                                    00001170
       01 FS-MAINT-REJ-FILE PIC XX.                                     00001180
       01 FS-MAINT-SUM-FILE PIC XX.                                     00001190
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00001200
       01 WS-TRANS-READ PIC 9(09) VALUE ZEROES.                         00001210
       01 WS-TRANS-REJECTED PIC 9(09) VALUE ZEROES.                     00001220
       01 WS-TRANS-APPLIED PIC 9(09) VALUE ZEROES.                      00001230
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001240
           88 WS-EOF VALUE 'Y'.                                         00001250
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00001260
           88 WS-IO-ERROR VALUE 'Y'.                                    00001270
       01 WS-VALID-SW PIC X(01) VALUE 'Y'.                              00001280
           88 WS-TRAN-VALID VALUE 'Y'.                                  00001290
       01 WS-ORD-EOF-SW PIC X(01) VALUE 'N'.                            00001300
           88 WS-ORD-EOF VALUE 'Y'.                                     00001310
       01 WS-REASON-CD PIC X(04) VALUE SPACES.                          00001320
       01 WS-REASON-TXT PIC X(40) VALUE SPACES.                         00001330
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001340
       01 WS-NEXT-ORDER-NO PIC 9(09) VALUE ZEROES.                      00001350
       01 WS-CHECK-ACCT PIC 9(09) VALUE ZEROES.                         00001360
       01 WS-FROM-CURR-CD PIC X(03) VALUE SPACES.                       00001370
       01 WS-CHECK-DATE PIC 9(08) VALUE ZEROES.                         00001380
       01 WS-CHECK-DATE-GROUP REDEFINES WS-CHECK-DATE.                  00001390
           05 WS-CHECK-YYYY PIC 9(04).                                  00001400
           05 WS-CHECK-MM PIC 9(02).                                    00001410
           05 WS-CHECK-DD PIC 9(02).                                    00001420
       01 WS-NEW-NEXT-DUE PIC 9(08) VALUE ZEROES.                       00001430
       01 WS-NEW-END-DATE PIC 9(08) VALUE ZEROES.                       00001440
       01 WS-NO-END-DATE PIC 9(08) VALUE 99999999.                      00001450
       01 WS-CAL-FUNCTION PIC X(01) VALUE SPACE.                        00001460
       01 WS-CAL-DATE PIC 9(08) VALUE ZEROES.                           00001470
       01 WS-CAL-RESULT PIC X(01) VALUE SPACE.                          00001480
       01 WS-EDIT-AMOUNT PIC Z(08)9.99.                                 00001490
       COPY ABENDCPY.                                                   00001500
       01 FS-REASON-CODE-FILE PIC XX.                                   00001510
       COPY RSNTBL.                                                     00001520
       COPY AUDITCHN.                                                   00001530
       COPY PROCDCPY.                                                   00001540
                                                                        00001550
       PROCEDURE DIVISION.                                              00001560
       0000-MAIN.                                                       00001570
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001580
           PERFORM 2000-PROCESS-FILE THRU 2000-EXIT                     00001590
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001600
           IF WS-IO-ERROR                                               00001610
              MOVE 12 TO RETURN-CODE                                    00001620
           END-IF                                                       00001630
           GOBACK.                                                      00001640
                                                                        00001650
      *> ***************************************************************00001660
      *> RUN DATE, REASON TEXT, THE ORDER MASTER FOR UPDATE AND MYFILE  00001670
      *> FOR THE ACCOUNT EDITS, THEN THE TRANSACTION AND REPORT FILES   00001680
      *> ***************************************************************00001690
       1000-INITIALIZE.                                                 00001700
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00001710
           IF WS-PROCESS-DATE > 0                                       00001720
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00001730
           ELSE                                                         00001740
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00001750
           END-IF                                                       00001760
           PERFORM 8400-LOAD-REASON-CODES THRU 8400-EXIT                00001770
           OPEN I-O STANDING-ORDER-FILE                                 00001780
           EVALUATE FS-STANDING-ORDER-FILE                              00001790
             WHEN "00"                                                  00001800
               CONTINUE                                                 00001810
             WHEN "35"                                                  00001820
               MOVE "STANDING ORDER MASTER NOT FOUND" TO                00001830
                  WS-ABEND-MESSAGE                                      00001840
               GO TO 9999-ABEND                                         00001850
             WHEN OTHER                                                 00001860
               MOVE "OPEN FAILED ON STANDING-ORDER-FILE" TO             00001870
                  WS-ABEND-MESSAGE                                      00001880
               GO TO 9999-ABEND                                         00001890
           END-EVALUATE                                                 00001900
           OPEN INPUT MYFILE                                            00001910
           EVALUATE FS-MYFILE                                           00001920
             WHEN "00"                                                  00001930
               CONTINUE                                                 00001940
             WHEN "35"                                                  00001950
               MOVE "MYFILE NOT FOUND" TO WS-ABEND-MESSAGE              00001960
               GO TO 9999-ABEND                                         00001970
             WHEN OTHER                                                 00001980
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00001990
               GO TO 9999-ABEND                                         00002000
           END-EVALUATE                                                 00002010
           PERFORM 1100-FIND-LAST-ORDER THRU 1100-EXIT                  00002020
           OPEN INPUT MAINT-TRAN-FILE                                   00002030
           IF FS-MAINT-TRAN-FILE NOT = "00"                             00002040
              MOVE "OPEN FAILED ON MAINT-TRAN-FILE" TO WS-ABEND-MESSAGE 00002050
              GO TO 9999-ABEND                                          00002060
           END-IF                                                       00002070
           OPEN OUTPUT MAINT-REJ-FILE                                   00002080
           IF FS-MAINT-REJ-FILE NOT = "00"                              00002090
              MOVE "OPEN FAILED ON MAINT-REJ-FILE" TO WS-ABEND-MESSAGE  00002100
              GO TO 9999-ABEND                                          00002110
           END-IF                                                       00002120
           OPEN OUTPUT MAINT-SUM-FILE                                   00002130
           IF FS-MAINT-SUM-FILE NOT = "00"                              00002140
              MOVE "OPEN FAILED ON MAINT-SUM-FILE" TO WS-ABEND-MESSAGE  00002150
              GO TO 9999-ABEND                                          00002160
           END-IF                                                       00002170
           MOVE "STORDMNT" TO ALOG-PROGRAM-ID                           00002180
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00002190
           PERFORM 2900-READ-MAINT-TRAN THRU 2900-EXIT.                 00002200
       1000-EXIT.                                                       00002210
           EXIT.                                                        00002220
                                                                        00002230
      *> ***************************************************************00002240
      *> ONE PASS UP THE KEYS FOR THE HIGHEST ORDER NUMBER IN USE; AN   00002250
      *> ADD KEYED WITH A ZERO NUMBER TAKES THE NEXT ONE AFTER IT       00002260
      *> ***************************************************************00002270
       1100-FIND-LAST-ORDER.                                            00002280
           MOVE ZEROES TO SOR-ORDER-NO                                  00002290
           START STANDING-ORDER-FILE KEY IS NOT < SOR-ORDER-NO          00002300
           IF FS-STANDING-ORDER-FILE NOT = "00"                         00002310
              SET WS-ORD-EOF TO TRUE                                    00002320
           END-IF                                                       00002330
           PERFORM UNTIL WS-ORD-EOF                                     00002340
             READ STANDING-ORDER-FILE NEXT                              00002350
             EVALUATE FS-STANDING-ORDER-FILE                            00002360
               WHEN "00"                                                00002370
                 MOVE SOR-ORDER-NO TO WS-NEXT-ORDER-NO                  00002380
               WHEN "10"                                                00002390
                 SET WS-ORD-EOF TO TRUE                                 00002400
               WHEN OTHER                                               00002410
                 MOVE "READ FAILED ON STANDING-ORDER-FILE" TO           00002420
                    WS-ABEND-MESSAGE                                    00002430
                 GO TO 9999-ABEND                                       00002440
             END-EVALUATE                                               00002450
           END-PERFORM                                                  00002460
           DISPLAY "HIGHEST ORDER NUMBER ON FILE: " WS-NEXT-ORDER-NO.   00002470
       1100-EXIT.                                                       00002480
           EXIT.                                                        00002490
                                                                        00002500
       2000-PROCESS-FILE.                                               00002510
           PERFORM UNTIL WS-EOF                                         00002520
             PERFORM 2100-APPLY-TRAN THRU 2100-EXIT                     00002530
             PERFORM 2900-READ-MAINT-TRAN THRU 2900-EXIT                00002540
           END-PERFORM.                                                 00002550
       2000-EXIT.                                                       00002560
           EXIT.                                                        00002570
                                                                        00002580
      *> ***************************************************************00002590
      *> EDIT ONE TRANSACTION AND APPLY IT                              00002600
      *> ***************************************************************00002610
       2100-APPLY-TRAN.                                                 00002620
           SET WS-TRAN-VALID TO TRUE                                    00002630
           MOVE SPACES TO WS-REASON-CD                                  00002640
           MOVE SPACES TO WS-REASON-TXT                                 00002650
                                                                        00002660
           EVALUATE TRUE                                                00002670
             WHEN SMT-ACTION-ADD                                        00002680
               PERFORM 2200-ADD-ORDER THRU 2200-EXIT                    00002690
             WHEN SMT-ACTION-CHANGE                                     00002700
               PERFORM 2300-CHANGE-ORDER THRU 2300-EXIT                 00002710
             WHEN SMT-ACTION-CANCEL                                     00002720
               PERFORM 2400-CANCEL-ORDER THRU 2400-EXIT                 00002730
             WHEN OTHER                                                 00002740
               MOVE 'N' TO WS-VALID-SW                                  00002750
               MOVE "O001" TO WS-REASON-CD                              00002760
               MOVE "ACTION CODE NOT A, C OR X" TO WS-REASON-TXT        00002770
           END-EVALUATE                                                 00002780
                                                                        00002790
           IF WS-TRAN-VALID                                             00002800
              ADD 1 TO WS-TRANS-APPLIED                                 00002810
              PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT               00002820
           ELSE                                                         00002830
              PERFORM 2500-WRITE-REJECT THRU 2500-EXIT                  00002840
           END-IF.                                                      00002850
       2100-EXIT.                                                       00002860
           EXIT.                                                        00002870
                                                                        00002880
      *> ***************************************************************00002890
      *> ADD: EDIT EVERY FIELD, THEN WRITE THE ORDER ACTIVE             00002900
      *> ***************************************************************00002910
       2200-ADD-ORDER.                                                  00002920
           IF SMT-ORDER-NO NOT NUMERIC                                  00002930
              MOVE 'N' TO WS-VALID-SW                                   00002940
              MOVE "O002" TO WS-REASON-CD                               00002950
              MOVE "ORDER NUMBER NOT NUMERIC" TO WS-REASON-TXT          00002960
              GO TO 2200-EXIT                                           00002970
           END-IF                                                       00002980
           IF SMT-ORDER-NO > 0                                          00002990
              MOVE SMT-ORDER-NO TO SOR-ORDER-NO                         00003000
              READ STANDING-ORDER-FILE                                  00003010
              EVALUATE FS-STANDING-ORDER-FILE                           00003020
                WHEN "00"                                               00003030
                  MOVE 'N' TO WS-VALID-SW                               00003040
                  MOVE "O010" TO WS-REASON-CD                           00003050
                  MOVE "ORDER NUMBER ALREADY ON FILE" TO WS-REASON-TXT  00003060
                  GO TO 2200-EXIT                                       00003070
                WHEN "23"                                               00003080
                  CONTINUE                                              00003090
                WHEN OTHER                                              00003100
                  PERFORM 2800-ORDER-IO-ERROR THRU 2800-EXIT            00003110
                  GO TO 2200-EXIT                                       00003120
              END-EVALUATE                                              00003130
           END-IF                                                       00003140
                                                                        00003150
           IF SMT-FROM-ACCT NOT NUMERIC OR SMT-FROM-ACCT = 0            00003160
              OR SMT-TO-ACCT NOT NUMERIC OR SMT-TO-ACCT = 0             00003170
              MOVE 'N' TO WS-VALID-SW                                   00003180
              MOVE "O003" TO WS-REASON-CD                               00003190
              MOVE "FROM OR TO ACCOUNT MISSING" TO WS-REASON-TXT        00003200
              GO TO 2200-EXIT                                           00003210
           END-IF                                                       00003220
           IF SMT-FROM-ACCT = SMT-TO-ACCT                               00003230
              MOVE 'N' TO WS-VALID-SW                                   00003240
              MOVE "O004" TO WS-REASON-CD                               00003250
              MOVE "FROM AND TO ACCOUNT ARE THE SAME" TO WS-REASON-TXT  00003260
              GO TO 2200-EXIT                                           00003270
           END-IF                                                       00003280
           MOVE SMT-FROM-ACCT TO WS-CHECK-ACCT                          00003290
           PERFORM 2700-CHECK-ACCOUNT THRU 2700-EXIT                    00003300
           IF NOT WS-TRAN-VALID                                         00003310
              GO TO 2200-EXIT                                           00003320
           END-IF                                                       00003330
           MOVE MYFREC-CURR-CD TO WS-FROM-CURR-CD                       00003340
           MOVE SMT-TO-ACCT TO WS-CHECK-ACCT                            00003350
           PERFORM 2700-CHECK-ACCOUNT THRU 2700-EXIT                    00003360
           IF NOT WS-TRAN-VALID                                         00003370
              GO TO 2200-EXIT                                           00003380
           END-IF                                                       00003390
      *> EACH LEG POSTS IN ITS ACCOUNT'S OWN CURRENCY AND THE ORDER     00003400
      *> CARRIES ONE AMOUNT, SO BOTH ACCOUNTS MUST SHARE A CURRENCY     00003410
           IF MYFREC-CURR-CD NOT = WS-FROM-CURR-CD                      00003420
              MOVE 'N' TO WS-VALID-SW                                   00003430
              MOVE "O008" TO WS-REASON-CD                               00003440
              MOVE "ACCOUNTS NOT IN THE SAME CURRENCY" TO WS-REASON-TXT 00003450
              GO TO 2200-EXIT                                           00003460
           END-IF                                                       00003470
                                                                        00003480
           IF SMT-AMOUNT NOT NUMERIC OR SMT-AMOUNT = 0                  00003490
              MOVE 'N' TO WS-VALID-SW                                   00003500
              MOVE "O005" TO WS-REASON-CD                               00003510
              MOVE "AMOUNT MISSING OR NOT NUMERIC" TO WS-REASON-TXT     00003520
              GO TO 2200-EXIT                                           00003530
           END-IF                                                       00003540
           MOVE SMT-FREQUENCY TO SOR-FREQUENCY                          00003550
           IF NOT SOR-FREQ-VALID                                        00003560
              MOVE 'N' TO WS-VALID-SW                                   00003570
              MOVE "O006" TO WS-REASON-CD                               00003580
              MOVE "FREQUENCY NOT W, F, M, Q OR A" TO WS-REASON-TXT     00003590
              GO TO 2200-EXIT                                           00003600
           END-IF                                                       00003610
           MOVE SMT-NEXT-DUE-DATE TO WS-NEW-NEXT-DUE                    00003620
           PERFORM 2600-EDIT-NEXT-DUE THRU 2600-EXIT                    00003630
           IF NOT WS-TRAN-VALID                                         00003640
              GO TO 2200-EXIT                                           00003650
           END-IF                                                       00003660
           MOVE ZEROES TO WS-NEW-END-DATE                               00003670
           IF SMT-END-DATE NUMERIC AND SMT-END-DATE > 0                 00003680
              AND SMT-END-DATE NOT = WS-NO-END-DATE                     00003690
              MOVE SMT-END-DATE TO WS-NEW-END-DATE                      00003700
              PERFORM 2650-EDIT-END-DATE THRU 2650-EXIT                 00003710
              IF NOT WS-TRAN-VALID                                      00003720
                 GO TO 2200-EXIT                                        00003730
              END-IF                                                    00003740
           END-IF                                                       00003750
                                                                        00003760
           IF SMT-ORDER-NO = 0                                          00003770
              ADD 1 TO WS-NEXT-ORDER-NO                                 00003780
              MOVE WS-NEXT-ORDER-NO TO SOR-ORDER-NO                     00003790
           ELSE                                                         00003800
              MOVE SMT-ORDER-NO TO SOR-ORDER-NO                         00003810
              IF SMT-ORDER-NO > WS-NEXT-ORDER-NO                        00003820
                 MOVE SMT-ORDER-NO TO WS-NEXT-ORDER-NO                  00003830
              END-IF                                                    00003840
           END-IF                                                       00003850
           MOVE SMT-FROM-ACCT TO SOR-FROM-ACCT                          00003860
           MOVE SMT-TO-ACCT TO SOR-TO-ACCT                              00003870
           MOVE SMT-AMOUNT TO SOR-AMOUNT                                00003880
           MOVE SMT-FREQUENCY TO SOR-FREQUENCY                          00003890
           MOVE WS-NEW-NEXT-DUE TO SOR-NEXT-DUE-DATE                    00003900
           MOVE WS-CHECK-DD TO SOR-ANCHOR-DAY                           00003910
           MOVE WS-NEW-END-DATE TO SOR-END-DATE                         00003920
           SET SOR-ST-ACTIVE TO TRUE                                    00003930
           MOVE WS-RUN-DATE TO SOR-STATUS-DATE                          00003940
           MOVE WS-RUN-DATE TO SOR-SETUP-DATE                           00003950
           MOVE ZEROES TO SOR-LAST-RUN-DATE                             00003960
           MOVE SPACES TO SOR-LAST-RESULT                               00003970
           MOVE ZEROES TO SOR-FAIL-COUNT                                00003980
           WRITE STANDING-ORDER-RECORD                                  00003990
           IF FS-STANDING-ORDER-FILE NOT = "00"                         00004000
              PERFORM 2800-ORDER-IO-ERROR THRU 2800-EXIT                00004010
              GO TO 2200-EXIT                                           00004020
           END-IF                                                       00004030
           MOVE SOR-AMOUNT TO WS-EDIT-AMOUNT                            00004040
           MOVE "SO ADDED    " TO ALOG-ACTION                           00004050
           MOVE SPACES TO ALOG-DETAIL                                   00004060
           STRING "ORDER " SOR-ORDER-NO " " SOR-FROM-ACCT ">"           00004070
              SOR-TO-ACCT " " SOR-FREQUENCY                             00004080
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00004090
           DISPLAY "ORDER " SOR-ORDER-NO " SET UP, " SOR-FROM-ACCT      00004100
             " TO " SOR-TO-ACCT " AMOUNT " WS-EDIT-AMOUNT.              00004110
       2200-EXIT.                                                       00004120
           EXIT.                                                        00004130
                                                                        00004140
      *> ***************************************************************00004150
      *> CHANGE: ONLY THE FIELDS KEYED NON-ZERO (NON-BLANK FOR THE      00004160
      *> FREQUENCY) MOVE.  A NEW NEXT RUN DATE RESETS THE ANCHOR DAY    00004170
      *> ***************************************************************00004180
       2300-CHANGE-ORDER.                                               00004190
           PERFORM 2750-READ-ORDER THRU 2750-EXIT                       00004200
           IF NOT WS-TRAN-VALID                                         00004210
              GO TO 2300-EXIT                                           00004220
           END-IF                                                       00004230
           IF (SMT-FROM-ACCT NUMERIC AND SMT-FROM-ACCT > 0              00004240
                 AND SMT-FROM-ACCT NOT = SOR-FROM-ACCT)                 00004250
              OR (SMT-TO-ACCT NUMERIC AND SMT-TO-ACCT > 0               00004260
                 AND SMT-TO-ACCT NOT = SOR-TO-ACCT)                     00004270
              MOVE 'N' TO WS-VALID-SW                                   00004280
              MOVE "O013" TO WS-REASON-CD                               00004290
              MOVE "ACCOUNTS FIXED - CANCEL AND ADD" TO WS-REASON-TXT   00004300
              GO TO 2300-EXIT                                           00004310
           END-IF                                                       00004320
           IF SMT-AMOUNT NOT NUMERIC                                    00004330
              MOVE 'N' TO WS-VALID-SW                                   00004340
              MOVE "O005" TO WS-REASON-CD                               00004350
              MOVE "AMOUNT MISSING OR NOT NUMERIC" TO WS-REASON-TXT     00004360
              GO TO 2300-EXIT                                           00004370
           END-IF                                                       00004380
           IF SMT-FREQUENCY NOT = SPACE                                 00004390
              AND SMT-FREQUENCY NOT = 'W' AND SMT-FREQUENCY NOT = 'F'   00004400
              AND SMT-FREQUENCY NOT = 'M' AND SMT-FREQUENCY NOT = 'Q'   00004410
              AND SMT-FREQUENCY NOT = 'A'                               00004420
              MOVE 'N' TO WS-VALID-SW                                   00004430
              MOVE "O006" TO WS-REASON-CD                               00004440
              MOVE "FREQUENCY NOT W, F, M, Q OR A" TO WS-REASON-TXT     00004450
              GO TO 2300-EXIT                                           00004460
           END-IF                                                       00004470
           MOVE SOR-NEXT-DUE-DATE TO WS-NEW-NEXT-DUE                    00004480
           MOVE SOR-NEXT-DUE-DATE TO WS-CHECK-DATE                      00004490
           IF SMT-NEXT-DUE-DATE NUMERIC AND SMT-NEXT-DUE-DATE > 0       00004500
              MOVE SMT-NEXT-DUE-DATE TO WS-NEW-NEXT-DUE                 00004510
              PERFORM 2600-EDIT-NEXT-DUE THRU 2600-EXIT                 00004520
              IF NOT WS-TRAN-VALID                                      00004530
                 GO TO 2300-EXIT                                        00004540
              END-IF                                                    00004550
           END-IF                                                       00004560
           MOVE SOR-END-DATE TO WS-NEW-END-DATE                         00004570
           IF SMT-END-DATE NUMERIC AND SMT-END-DATE > 0                 00004580
              IF SMT-END-DATE = WS-NO-END-DATE                          00004590
                 MOVE ZEROES TO WS-NEW-END-DATE                         00004600
              ELSE                                                      00004610
                 MOVE SMT-END-DATE TO WS-NEW-END-DATE                   00004620
              END-IF                                                    00004630
           END-IF                                                       00004640
           IF WS-NEW-END-DATE > 0                                       00004650
              PERFORM 2650-EDIT-END-DATE THRU 2650-EXIT                 00004660
              IF NOT WS-TRAN-VALID                                      00004670
                 GO TO 2300-EXIT                                        00004680
              END-IF                                                    00004690
           END-IF                                                       00004700
                                                                        00004710
           IF SMT-AMOUNT > 0                                            00004720
              MOVE SMT-AMOUNT TO SOR-AMOUNT                             00004730
           END-IF                                                       00004740
           IF SMT-FREQUENCY NOT = SPACE                                 00004750
              MOVE SMT-FREQUENCY TO SOR-FREQUENCY                       00004760
           END-IF                                                       00004770
           IF WS-NEW-NEXT-DUE NOT = SOR-NEXT-DUE-DATE                   00004780
              MOVE WS-NEW-NEXT-DUE TO SOR-NEXT-DUE-DATE                 00004790
              MOVE WS-CHECK-DD TO SOR-ANCHOR-DAY                        00004800
           END-IF                                                       00004810
           MOVE WS-NEW-END-DATE TO SOR-END-DATE                         00004820
           REWRITE STANDING-ORDER-RECORD                                00004830
           IF FS-STANDING-ORDER-FILE NOT = "00"                         00004840
              PERFORM 2800-ORDER-IO-ERROR THRU 2800-EXIT                00004850
              GO TO 2300-EXIT                                           00004860
           END-IF                                                       00004870
           MOVE "SO CHANGED  " TO ALOG-ACTION                           00004880
           MOVE SPACES TO ALOG-DETAIL                                   00004890
           STRING "ORDER " SOR-ORDER-NO " NEXT " SOR-NEXT-DUE-DATE      00004900
              " END " SOR-END-DATE                                      00004910
              DELIMITED BY SIZE INTO ALOG-DETAIL.                       00004920
       2300-EXIT.                                                       00004930
           EXIT.                                                        00004940
                                                                        00004950
       2400-CANCEL-ORDER.                                               00004960
           PERFORM 2750-READ-ORDER THRU 2750-EXIT                       00004970
           IF NOT WS-TRAN-VALID                                         00004980
              GO TO 2400-EXIT                                           00004990
           END-IF                                                       00005000
           SET SOR-ST-CANCELLED TO TRUE                                 00005010
           MOVE WS-RUN-DATE TO SOR-STATUS-DATE                          00005020
           REWRITE STANDING-ORDER-RECORD                                00005030
           IF FS-STANDING-ORDER-FILE NOT = "00"                         00005040
              PERFORM 2800-ORDER-IO-ERROR THRU 2800-EXIT                00005050
              GO TO 2400-EXIT                                           00005060
           END-IF                                                       00005070
           MOVE "SO CANCELLED" TO ALOG-ACTION                           00005080
           MOVE SPACES TO ALOG-DETAIL                                   00005090
           STRING "ORDER " SOR-ORDER-NO " CANCELLED " WS-RUN-DATE       00005100
              DELIMITED BY SIZE INTO ALOG-DETAIL.                       00005110
       2400-EXIT.                                                       00005120
           EXIT.                                                        00005130
                                                                        00005140
       2500-WRITE-REJECT.                                               00005150
           MOVE MAINT-TRAN-REC TO SOMREJ-ORIG-TRAN                      00005160
           MOVE WS-REASON-CD TO SOMREJ-REASON-CD                        00005170
           MOVE WS-REASON-CD TO WS-RSN-WANTED                           00005180
           PERFORM 8480-RESOLVE-REASON-TEXT THRU 8480-EXIT              00005190
           IF WS-RSN-FOUND                                              00005200
              MOVE WS-RSN-FOUND-TEXT TO WS-REASON-TXT                   00005210
           END-IF                                                       00005220
           MOVE WS-REASON-TXT TO SOMREJ-REASON-TXT                      00005230
           WRITE MAINT-REJ-REC                                          00005240
           ADD 1 TO WS-TRANS-REJECTED                                   00005250
           MOVE "TRAN REJECT " TO ALOG-ACTION                           00005260
           MOVE WS-REASON-TXT TO ALOG-DETAIL                            00005270
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00005280
       2500-EXIT.                                                       00005290
           EXIT.                                                        00005300
                                                                        00005310
      *> ***************************************************************00005320
      *> A RUN DATE MUST BE A REAL CALENDAR DATE NOT BEFORE TONIGHT.    00005330
      *> IT NEED NOT BE A BUSINESS DAY - THE NIGHTLY RUN ROLLS IT       00005340
      *> ***************************************************************00005350
       2600-EDIT-NEXT-DUE.                                              00005360
           MOVE 'B' TO WS-CAL-FUNCTION                                  00005370
           MOVE WS-NEW-NEXT-DUE TO WS-CAL-DATE                          00005380
           CALL "CALDATE" USING WS-CAL-FUNCTION WS-CAL-DATE             00005390
              WS-CAL-RESULT                                             00005400
           IF WS-CAL-RESULT = 'E'                                       00005410
              OR WS-NEW-NEXT-DUE < WS-RUN-DATE                          00005420
              MOVE 'N' TO WS-VALID-SW                                   00005430
              MOVE "O007" TO WS-REASON-CD                               00005440
              MOVE "RUN DATE INVALID OR ALREADY PAST" TO WS-REASON-TXT  00005450
              GO TO 2600-EXIT                                           00005460
           END-IF                                                       00005470
           MOVE WS-NEW-NEXT-DUE TO WS-CHECK-DATE.                       00005480
       2600-EXIT.                                                       00005490
           EXIT.                                                        00005500
                                                                        00005510
       2650-EDIT-END-DATE.                                              00005520
           MOVE 'B' TO WS-CAL-FUNCTION                                  00005530
           MOVE WS-NEW-END-DATE TO WS-CAL-DATE                          00005540
           CALL "CALDATE" USING WS-CAL-FUNCTION WS-CAL-DATE             00005550
              WS-CAL-RESULT                                             00005560
           IF WS-CAL-RESULT = 'E'                                       00005570
              OR WS-NEW-END-DATE < WS-NEW-NEXT-DUE                      00005580
              MOVE 'N' TO WS-VALID-SW                                   00005590
              MOVE "O012" TO WS-REASON-CD                               00005600
              MOVE "END DATE INVALID OR BEFORE NEXT RUN" TO             00005610
                 WS-REASON-TXT                                          00005620
           END-IF.                                                      00005630
       2650-EXIT.                                                       00005640
           EXIT.                                                        00005650
                                                                        00005660
      *> ***************************************************************00005670
      *> THE ACCOUNT IN WS-CHECK-ACCT MUST BE ON MYFILE AND ABLE TO     00005680
      *> TAKE POSTINGS.  A FROZEN ACCOUNT MAY STILL CARRY AN ORDER -    00005690
      *> THE NIGHTLY RUN REFUSES TO PAY WHILE THE FREEZE LASTS          00005700
      *> ***************************************************************00005710
       2700-CHECK-ACCOUNT.                                              00005720
           MOVE WS-CHECK-ACCT TO MYFREC-ACCT-NO                         00005730
           READ MYFILE                                                  00005740
           EVALUATE FS-MYFILE                                           00005750
             WHEN "00"                                                  00005760
               CONTINUE                                                 00005770
             WHEN "23"                                                  00005780
               MOVE 'N' TO WS-VALID-SW                                  00005790
               MOVE "O014" TO WS-REASON-CD                              00005800
               MOVE "ACCOUNT NOT ON MYFILE" TO WS-REASON-TXT            00005810
               GO TO 2700-EXIT                                          00005820
             WHEN OTHER                                                 00005830
               DISPLAY "I/O ERROR ON MYFILE READ, STATUS: " FS-MYFILE   00005840
               SET WS-IO-ERROR TO TRUE                                  00005850
               SET WS-EOF TO TRUE                                       00005860
               MOVE 'N' TO WS-VALID-SW                                  00005870
               MOVE "O011" TO WS-REASON-CD                              00005880
               MOVE "I/O ERROR APPLYING TRANSACTION" TO WS-REASON-TXT   00005890
               GO TO 2700-EXIT                                          00005900
           END-EVALUATE                                                 00005910
           IF MYFREC-ST-CLOSED OR MYFREC-ST-ESCHEATED                   00005920
              MOVE 'N' TO WS-VALID-SW                                   00005930
              MOVE "O015" TO WS-REASON-CD                               00005940
              MOVE "ACCOUNT CLOSED OR ESCHEATED" TO WS-REASON-TXT       00005950
           END-IF.                                                      00005960
       2700-EXIT.                                                       00005970
           EXIT.                                                        00005980
                                                                        00005990
      *> ***************************************************************00006000
      *> CHANGE AND CANCEL NEED A LIVE ORDER                            00006010
      *> ***************************************************************00006020
       2750-READ-ORDER.                                                 00006030
           IF SMT-ORDER-NO NOT NUMERIC OR SMT-ORDER-NO = 0              00006040
              MOVE 'N' TO WS-VALID-SW                                   00006050
              MOVE "O002" TO WS-REASON-CD                               00006060
              MOVE "ORDER NUMBER MISSING OR NOT NUMERIC" TO             00006070
                 WS-REASON-TXT                                          00006080
              GO TO 2750-EXIT                                           00006090
           END-IF                                                       00006100
           MOVE SMT-ORDER-NO TO SOR-ORDER-NO                            00006110
           READ STANDING-ORDER-FILE                                     00006120
           EVALUATE FS-STANDING-ORDER-FILE                              00006130
             WHEN "00"                                                  00006140
               CONTINUE                                                 00006150
             WHEN "23"                                                  00006160
               MOVE 'N' TO WS-VALID-SW                                  00006170
               MOVE "O009" TO WS-REASON-CD                              00006180
               MOVE "ORDER NOT ON FILE" TO WS-REASON-TXT                00006190
               GO TO 2750-EXIT                                          00006200
             WHEN OTHER                                                 00006210
               PERFORM 2800-ORDER-IO-ERROR THRU 2800-EXIT               00006220
               GO TO 2750-EXIT                                          00006230
           END-EVALUATE                                                 00006240
           IF NOT SOR-ST-ACTIVE                                         00006250
              MOVE 'N' TO WS-VALID-SW                                   00006260
              MOVE "O016" TO WS-REASON-CD                               00006270
              MOVE "ORDER ALREADY CANCELLED OR ENDED" TO WS-REASON-TXT  00006280
           END-IF.                                                      00006290
       2750-EXIT.                                                       00006300
           EXIT.                                                        00006310
                                                                        00006320
       2800-ORDER-IO-ERROR.                                             00006330
           DISPLAY "I/O ERROR ON STANDING-ORDER-FILE, STATUS: "         00006340
             FS-STANDING-ORDER-FILE                                     00006350
           SET WS-IO-ERROR TO TRUE                                      00006360
           SET WS-EOF TO TRUE                                           00006370
           MOVE 'N' TO WS-VALID-SW                                      00006380
           MOVE "O011" TO WS-REASON-CD                                  00006390
           MOVE "I/O ERROR APPLYING TRANSACTION" TO WS-REASON-TXT.      00006400
       2800-EXIT.                                                       00006410
           EXIT.                                                        00006420
                                                                        00006430
       2900-READ-MAINT-TRAN.                                            00006440
           READ MAINT-TRAN-FILE                                         00006450
           EVALUATE FS-MAINT-TRAN-FILE                                  00006460
             WHEN "00"                                                  00006470
               ADD 1 TO WS-TRANS-READ                                   00006480
             WHEN "10"                                                  00006490
               SET WS-EOF TO TRUE                                       00006500
             WHEN OTHER                                                 00006510
               DISPLAY "READ FAILED, MAINT-TRAN-FILE STATUS: "          00006520
                 FS-MAINT-TRAN-FILE                                     00006530
               SET WS-EOF TO TRUE                                       00006540
               SET WS-IO-ERROR TO TRUE                                  00006550
           END-EVALUATE.                                                00006560
       2900-EXIT.                                                       00006570
           EXIT.                                                        00006580
                                                                        00006590
       9000-TERMINATE.                                                  00006600
           PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT                    00006610
           CLOSE STANDING-ORDER-FILE                                    00006620
           IF FS-STANDING-ORDER-FILE NOT = "00"                         00006630
              DISPLAY "CLOSE FAILED ON STANDING-ORDER-FILE, STATUS: "   00006640
                FS-STANDING-ORDER-FILE                                  00006650
           END-IF                                                       00006660
           CLOSE MYFILE                                                 00006670
           CLOSE MAINT-TRAN-FILE                                        00006680
           CLOSE MAINT-REJ-FILE                                         00006690
           CLOSE MAINT-SUM-FILE                                         00006700
           CLOSE AUDIT-LOG-FILE.                                        00006710
       9000-EXIT.                                                       00006720
           EXIT.                                                        00006730
                                                                        00006740
       9100-WRITE-SUMMARY.                                              00006750
           DISPLAY "===== STORDMNT RUN SUMMARY ====="                   00006760
           DISPLAY "TRANS READ     : " WS-TRANS-READ                    00006770
           DISPLAY "TRANS REJECTED : " WS-TRANS-REJECTED                00006780
           DISPLAY "TRANS APPLIED  : " WS-TRANS-APPLIED                 00006790
           MOVE WS-TRANS-READ TO SOMSUM-TRANS-READ                      00006800
           MOVE WS-TRANS-REJECTED TO SOMSUM-TRANS-REJECTED              00006810
           MOVE WS-TRANS-APPLIED TO SOMSUM-TRANS-APPLIED                00006820
           WRITE MAINT-SUM-REC.                                         00006830
       9100-EXIT.                                                       00006840
           EXIT.                                                        00006850
                                                                        00006860
       COPY AUDITOPN.                                                   00006870
       COPY AUDITWRT.                                                   00006880
       COPY AUDITCHP.                                                   00006890
                                                                        00006900
       COPY RSNLOAD.                                                    00006910
                                                                        00006920
       COPY ABENDPAR.                                                   00006930
       COPY PROCDPAR.                                                   00006940
