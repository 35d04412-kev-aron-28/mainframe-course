       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. GLTRIAL.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * MONTH-END SUBLEDGER-TO-GENERAL-LEDGER TRIAL BALANCE      *      00000090
      * PROOF.  GLRECON PROVES THE LEDGER TOOK WHAT WE SENT;     *      00000100
      * THIS PROVES THE LEDGER'S CONTROL ACCOUNTS HOLD WHAT THE  *      00000110
      * SUBLEDGERS SAY.  THE MYFILE BALANCES AND THE OPEN        *      00000120
      * CONTRACTS' PRINCIPAL, ACCRUED INTEREST AND FEES DUE ARE  *      00000130
      * TOTALLED BY GL CONTROL ACCOUNT AND BRANCH (A CONTRACT    *      00000140
      * TAKES ITS ACCOUNT'S MYFREC-BRANCH-CD) AND COMPARED WITH   *     00000150
      * THE GL'S LEDGER BALANCE FILE.  THE CONTROL ACCOUNTS      *      00000160
      * COME FROM THE GLCOA CHART UNDER TYPES 'TBDP' (MYFILE     *      00000170
      * BALANCES), 'TBCP' (CONTRACT PRINCIPAL), 'TBCI' (ACCRUED  *      00000180
      * INTEREST) AND 'TBCF' (FEES DUE): THE ACCOUNT GOES IN THE *      00000190
      * DR COLUMN IF IT NORMALLY CARRIES A DEBIT BALANCE, IN THE *      00000200
      * CR COLUMN IF A CREDIT.  A FOREIGN BALANCE IS TAKEN AT    *      00000210
      * ITS BOOK RATE.  ANY DIFFERENCE, A STALE LEDGER FILE, OR  *      00000220
      * A SUBLEDGER WITH A BALANCE BUT NO CONTROL ACCOUNT ENDS   *      00000230
      * THE STEP RC=8 SO THE PERIOD CANNOT BE CLOSED.            *      00000240
      * ********************************************************        00000250
       ENVIRONMENT DIVISION.                                            00000260
       INPUT-OUTPUT SECTION.                                            00000270
       FILE-CONTROL.                                                    00000280
           SELECT MYFILE                                                00000290
           ASSIGN TO MYDD                                               00000300
           ORGANIZATION IS INDEXED                                      00000310
           ACCESS MODE IS DYNAMIC                                       00000320
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000330
           FILE STATUS IS FS-MYFILE.                                    00000340
           SELECT CONTRACT-FILE                                         00000350
           ASSIGN TO CONTRACT                                           00000360
           ORGANIZATION IS INDEXED                                      00000370
           ACCESS MODE IS SEQUENTIAL                                    00000380
           RECORD KEY IS CON-TRAN-ID                                    00000390
           FILE STATUS IS FS-CONTRACT-FILE.                             00000400
           SELECT GL-COA-FILE                                           00000410
           ASSIGN TO GLCOA                                              00000420
           ORGANIZATION IS SEQUENTIAL                                   00000430
           FILE STATUS IS FS-GL-COA-FILE.                               00000440
           SELECT GL-BALANCE-FILE                                       00000450
           ASSIGN TO GLBAL                                              00000460
           ORGANIZATION IS SEQUENTIAL                                   00000470
           FILE STATUS IS FS-GL-BALANCE-FILE.                           00000480
           SELECT TRIAL-RPT-FILE                                        00000490
           ASSIGN TO TRIALRPT                                           00000500
           ORGANIZATION IS SEQUENTIAL                                   00000510
           FILE STATUS IS FS-TRIAL-RPT-FILE.                            00000520
           SELECT PROC-DATE-FILE                                        00000530
           ASSIGN TO PROCDATE                                           00000540
           ORGANIZATION IS SEQUENTIAL                                   00000550
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000560
       DATA DIVISION.                                                   00000570
       FILE SECTION.                                                    00000580
       FD MYFILE.                                                       00000590
       COPY MYFREC.                                                     00000600
                                                                        00000610
       FD CONTRACT-FILE.                                                00000620
       COPY CONTRACT.                                                   00000630
                                                                        00000640
       FD GL-COA-FILE.                                                  00000650
       01 GL-COA-RECORD.                                                00000660
           05 COA-TRAN-TYPE         PIC X(04).                          00000670
           05 COA-DR-ACCOUNT        PIC 9(08).                          00000680
           05 COA-CR-ACCOUNT        PIC 9(08).                          00000690
           05 FILLER                PIC X(60).                          00000700
                                                                        00000710
       FD GL-BALANCE-FILE.                                              00000720
       COPY GLBALREC.                                                   00000730
                                                                        00000740
       FD TRIAL-RPT-FILE.                                               00000750
       01 TRIAL-RPT-LINE            PIC X(133).                         00000760
                                                                        00000770
       FD PROC-DATE-FILE.                                               00000780
       COPY PROCDREC.                                                   00000790
                                                                        00000800
       WORKING-STORAGE SECTION.                                         00000810
       01 FS-MYFILE PIC XX.                                             00000820
       01 FS-CONTRACT-FILE PIC XX.                                      00000830
       01 FS-GL-COA-FILE PIC XX.                                        00000840
       01 FS-GL-BALANCE-FILE PIC XX.                                    00000850
       01 FS-TRIAL-RPT-FILE PIC XX.                                     00000860
                                                                        00000870
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00000880
           88 WS-EOF VALUE 'Y'.                                         00000890
       01 WS-CON-EOF-SW PIC X(01) VALUE 'N'.                            00000900
           88 WS-CON-EOF VALUE 'Y'.                                     00000910
       01 WS-BAL-EOF-SW PIC X(01) VALUE 'N'.                            00000920
           88 WS-BAL-EOF VALUE 'Y'.                                     00000930
       01 WS-COA-EOF-SW PIC X(01) VALUE 'N'.                            00000940
           88 WS-COA-EOF VALUE 'Y'.                                     00000950
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00000960
           88 WS-IO-ERROR VALUE 'Y'.                                    00000970
       01 WS-OUT-SW PIC X(01) VALUE 'N'.                                00000980
           88 WS-OUT-OF-BALANCE VALUE 'Y'.                              00000990
                                                                        00001000
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001010
       01 WS-BASE-CURR-CD PIC X(03) VALUE 'USD'.                        00001020
                                                                        00001030
      *> ***************************************************************00001040
      *> THE SUBLEDGER BALANCES PROVED, EACH WITH THE CONTROL ACCOUNT   00001050
      *> AND NORMAL SIDE THE CHART GIVES ITS TYPE                       00001060
      *> ***************************************************************00001070
       01 WS-TBT-NAMES-INIT.                                            00001080
           05 FILLER PIC X(24) VALUE 'TBDPMYFILE BALANCES'.             00001090
           05 FILLER PIC X(24) VALUE 'TBCPCONTRACT PRINCIPAL'.          00001100
           05 FILLER PIC X(24) VALUE 'TBCIACCRUED INTEREST'.            00001110
           05 FILLER PIC X(24) VALUE 'TBCFCONTRACT FEES DUE'.           00001120
       01 WS-TBT-NAMES REDEFINES WS-TBT-NAMES-INIT.                     00001130
           05 WS-TBT-NAME-ENTRY OCCURS 4 TIMES.                         00001140
               10 TBL-TBT-TYPE          PIC X(04).                      00001150
               10 TBL-TBT-DESC          PIC X(20).                      00001160
       01 WS-TBT-TABLE.                                                 00001170
           05 WS-TBT-ENTRY OCCURS 4 TIMES.                              00001180
               10 TBL-TBT-ACCOUNT       PIC 9(08).                      00001190
               10 TBL-TBT-SIDE          PIC X(02).                      00001200
               10 TBL-TBT-TOTAL         PIC S9(13)V99 COMP-3.           00001210
       01 WS-TBT-COUNT PIC 9(01) VALUE 4.                               00001220
       01 WS-TBT-SUB PIC 9(01) VALUE ZEROES.                            00001230
       01 WS-TBT-DEPOSITS PIC 9(01) VALUE 1.                            00001240
       01 WS-TBT-PRINCIPAL PIC 9(01) VALUE 2.                           00001250
       01 WS-TBT-INTEREST PIC 9(01) VALUE 3.                            00001260
       01 WS-TBT-FEES PIC 9(01) VALUE 4.                                00001270
                                                                        00001280
      *> ***************************************************************00001290
      *> THE DISTINCT CONTROL ACCOUNTS (TWO TYPES MAY SHARE ONE), AND   00001300
      *> WHETHER THE LEDGER KEEPS EACH BY BRANCH                        00001310
      *> ***************************************************************00001320
       01 WS-ACC-TABLE.                                                 00001330
           05 WS-ACC-ENTRY OCCURS 4 TIMES.                              00001340
               10 TBL-ACC-ACCOUNT       PIC 9(08).                      00001350
               10 TBL-ACC-SIDE          PIC X(02).                      00001360
               10 TBL-ACC-BY-BRANCH-SW  PIC X(01).                      00001370
                   88 TBL-ACC-BY-BRANCH  VALUE 'Y'.                     00001380
               10 TBL-ACC-SUB-TOTAL     PIC S9(13)V99 COMP-3.           00001390
               10 TBL-ACC-LED-TOTAL     PIC S9(13)V99 COMP-3.           00001400
       01 WS-ACC-COUNT PIC 9(01) VALUE ZEROES.                          00001410
       01 WS-ACC-SUB PIC 9(01) VALUE ZEROES.                            00001420
                                                                        00001430
      *> ***************************************************************00001440
      *> ONE CELL PER CONTROL ACCOUNT AND BRANCH, SUBLEDGER SIDE AND    00001450
      *> LEDGER SIDE, BOTH SIGNED POSITIVE ON THE ACCOUNT'S NORMAL SIDE 00001460
      *> ***************************************************************00001470
       01 WS-CEL-TABLE.                                                 00001480
           05 WS-CEL-ENTRY OCCURS 1000 TIMES.                           00001490
               10 TBL-CEL-ACCOUNT       PIC 9(08).                      00001500
               10 TBL-CEL-BRANCH        PIC X(04).                      00001510
               10 TBL-CEL-SUB-AMT       PIC S9(13)V99 COMP-3.           00001520
               10 TBL-CEL-LED-AMT       PIC S9(13)V99 COMP-3.           00001530
       01 WS-CEL-COUNT PIC 9(04) VALUE ZEROES.                          00001540
       01 WS-CEL-MAX PIC 9(04) VALUE 1000.                              00001550
       01 WS-CEL-SUB PIC 9(04) VALUE ZEROES.                            00001560
       01 WS-CEL-ACCOUNT PIC 9(08) VALUE ZEROES.                        00001570
       01 WS-CEL-BRANCH PIC X(04) VALUE SPACES.                         00001580
                                                                        00001590
       01 WS-POST-AMOUNT PIC S9(13)V99 COMP-3 VALUE ZEROES.             00001600
       01 WS-DIFF-AMOUNT PIC S9(13)V99 COMP-3 VALUE ZEROES.             00001610
       01 WS-CON-BRANCH PIC X(04) VALUE SPACES.                         00001620
                                                                        00001630
       01 WS-ACCTS-READ PIC 9(09) VALUE ZEROES.                         00001640
       01 WS-FX-AT-FACE PIC 9(07) VALUE ZEROES.                         00001650
       01 WS-CONTRACTS-READ PIC 9(09) VALUE ZEROES.                     00001660
       01 WS-CONTRACTS-OPEN PIC 9(07) VALUE ZEROES.                     00001670
       01 WS-CON-NO-ACCOUNT PIC 9(07) VALUE ZEROES.                     00001680
       01 WS-LEDGER-READ PIC 9(07) VALUE ZEROES.                        00001690
       01 WS-LEDGER-USED PIC 9(07) VALUE ZEROES.                        00001700
       01 WS-LEDGER-STALE PIC 9(07) VALUE ZEROES.                       00001710
       01 WS-LEDGER-BAD PIC 9(07) VALUE ZEROES.                         00001720
       01 WS-BREAKS PIC 9(07) VALUE ZEROES.                             00001730
       01 WS-UNMAPPED PIC 9(01) VALUE ZEROES.                           00001740
       COPY ABENDCPY.                                                   00001750
       COPY PROCDCPY.                                                   00001760
                                                                        00001770
       01 WS-HDR-LINE-1.                                                00001780
           05 FILLER PIC X(01) VALUE '1'.                               00001790
           05 FILLER PIC X(50)                                          00001800
              VALUE 'GLTRIAL - SUBLEDGER TO GL TRIAL BALANCE PROOF'.    00001810
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00001820
           05 HDR-RUN-DATE PIC 9(08).                                   00001830
                                                                        00001840
       01 WS-MAP-LINE.                                                  00001850
           05 FILLER PIC X(01) VALUE SPACE.                             00001860
           05 MAP-TYPE PIC X(04).                                       00001870
           05 FILLER PIC X(01) VALUE SPACE.                             00001880
           05 MAP-DESC PIC X(21).                                       00001890
           05 FILLER PIC X(09) VALUE 'ACCOUNT '.                        00001900
           05 MAP-ACCOUNT PIC X(08).                                    00001910
           05 FILLER PIC X(01) VALUE SPACE.                             00001920
           05 MAP-SIDE PIC X(02).                                       00001930
           05 FILLER PIC X(11) VALUE ' SUBLEDGER'.                      00001940
           05 MAP-TOTAL PIC Z(12)9.99-.                                 00001950
                                                                        00001960
       01 WS-HDR-LINE-2.                                                00001970
           05 FILLER PIC X(01) VALUE '0'.                               00001980
           05 FILLER PIC X(11) VALUE 'GL ACCOUNT'.                      00001990
           05 FILLER PIC X(05) VALUE 'SIDE'.                            00002000
           05 FILLER PIC X(07) VALUE 'BRANCH'.                          00002010
           05 FILLER PIC X(18) VALUE '       SUBLEDGER'.                00002020
           05 FILLER PIC X(18) VALUE '          LEDGER'.                00002030
           05 FILLER PIC X(18) VALUE '      DIFFERENCE'.                00002040
                                                                        00002050
       01 WS-DTL-LINE.                                                  00002060
           05 FILLER PIC X(01) VALUE SPACE.                             00002070
           05 DTL-ACCOUNT PIC 9(08).                                    00002080
           05 FILLER PIC X(03) VALUE SPACES.                            00002090
           05 DTL-SIDE PIC X(02).                                       00002100
           05 FILLER PIC X(03) VALUE SPACES.                            00002110
           05 DTL-BRANCH PIC X(04).                                     00002120
           05 FILLER PIC X(03) VALUE SPACES.                            00002130
           05 DTL-SUB-AMT PIC Z(12)9.99-.                               00002140
           05 FILLER PIC X(01) VALUE SPACE.                             00002150
           05 DTL-LED-AMT PIC Z(12)9.99-.                               00002160
           05 FILLER PIC X(01) VALUE SPACE.                             00002170
           05 DTL-DIFF-AMT PIC Z(12)9.99-.                              00002180
           05 FILLER PIC X(02) VALUE SPACES.                            00002190
           05 DTL-STATUS PIC X(30).                                     00002200
                                                                        00002210
       01 WS-ACC-TOTAL-LINE.                                            00002220
           05 FILLER PIC X(01) VALUE SPACE.                             00002230
           05 ATL-ACCOUNT PIC 9(08).                                    00002240
           05 FILLER PIC X(03) VALUE SPACES.                            00002250
           05 ATL-SIDE PIC X(02).                                       00002260
           05 FILLER PIC X(03) VALUE SPACES.                            00002270
           05 FILLER PIC X(07) VALUE 'TOTAL'.                           00002280
           05 ATL-SUB-AMT PIC Z(12)9.99-.                               00002290
           05 FILLER PIC X(01) VALUE SPACE.                             00002300
           05 ATL-LED-AMT PIC Z(12)9.99-.                               00002310
           05 FILLER PIC X(01) VALUE SPACE.                             00002320
           05 ATL-DIFF-AMT PIC Z(12)9.99-.                              00002330
           05 FILLER PIC X(02) VALUE SPACES.                            00002340
           05 ATL-STATUS PIC X(30).                                     00002350
                                                                        00002360
       01 WS-NOTE-LINE.                                                 00002370
           05 FILLER PIC X(01) VALUE SPACE.                             00002380
           05 NOTE-TEXT PIC X(100).                                     00002390
                                                                        00002400
       PROCEDURE DIVISION.                                              00002410
       0000-MAIN.                                                       00002420
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00002430
           PERFORM 2000-SUM-DEPOSITS THRU 2000-EXIT                     00002440
              UNTIL WS-EOF                                              00002450
           PERFORM 3000-SUM-CONTRACTS THRU 3000-EXIT                    00002460
              UNTIL WS-CON-EOF                                          00002470
           PERFORM 4000-APPLY-LEDGER THRU 4000-EXIT                     00002480
              UNTIL WS-BAL-EOF                                          00002490
           PERFORM 7000-WRITE-REPORT THRU 7000-EXIT                     00002500
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00002510
           IF WS-IO-ERROR                                               00002520
              MOVE 12 TO RETURN-CODE                                    00002530
           ELSE                                                         00002540
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00002550
           END-IF                                                       00002560
           GOBACK.                                                      00002570
                                                                        00002580
      *> ***************************************************************00002590
      *> RUN DATE AND CONTROL ACCOUNTS; THEN OPEN THE SUBLEDGERS, THE   00002600
      *> LEDGER BALANCES AND THE REPORT                                 00002610
      *> ***************************************************************00002620
       1000-INITIALIZE.                                                 00002630
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00002640
           IF WS-PROCESS-DATE > 0                                       00002650
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00002660
           ELSE                                                         00002670
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00002680
           END-IF                                                       00002690
           PERFORM VARYING WS-TBT-SUB FROM 1 BY 1                       00002700
                    UNTIL WS-TBT-SUB > WS-TBT-COUNT                     00002710
             MOVE ZEROES TO TBL-TBT-ACCOUNT (WS-TBT-SUB)                00002720
             MOVE SPACES TO TBL-TBT-SIDE (WS-TBT-SUB)                   00002730
             MOVE ZEROES TO TBL-TBT-TOTAL (WS-TBT-SUB)                  00002740
           END-PERFORM                                                  00002750
           PERFORM 1100-LOAD-COA THRU 1100-EXIT                         00002760
                                                                        00002770
           OPEN INPUT MYFILE                                            00002780
           EVALUATE FS-MYFILE                                           00002790
             WHEN "00"                                                  00002800
               CONTINUE                                                 00002810
             WHEN "35"                                                  00002820
               MOVE "MYFILE NOT FOUND" TO WS-ABEND-MESSAGE              00002830
               GO TO 9999-ABEND                                         00002840
             WHEN OTHER                                                 00002850
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00002860
               GO TO 9999-ABEND                                         00002870
           END-EVALUATE                                                 00002880
           OPEN INPUT CONTRACT-FILE                                     00002890
           EVALUATE FS-CONTRACT-FILE                                    00002900
             WHEN "00"                                                  00002910
               CONTINUE                                                 00002920
             WHEN "35"                                                  00002930
               DISPLAY "NO CONTRACT MASTER, NO CONTRACT BALANCES"       00002940
               SET WS-CON-EOF TO TRUE                                   00002950
             WHEN OTHER                                                 00002960
               MOVE "OPEN FAILED ON CONTRACT-FILE" TO WS-ABEND-MESSAGE  00002970
               GO TO 9999-ABEND                                         00002980
           END-EVALUATE                                                 00002990
           OPEN INPUT GL-BALANCE-FILE                                   00003000
           EVALUATE FS-GL-BALANCE-FILE                                  00003010
             WHEN "00"                                                  00003020
               CONTINUE                                                 00003030
             WHEN "35"                                                  00003040
               MOVE "LEDGER BALANCE FILE NOT FOUND" TO WS-ABEND-MESSAGE 00003050
               GO TO 9999-ABEND                                         00003060
             WHEN OTHER                                                 00003070
               MOVE "OPEN FAILED ON GL-BALANCE-FILE" TO                 00003080
                  WS-ABEND-MESSAGE                                      00003090
               GO TO 9999-ABEND                                         00003100
           END-EVALUATE                                                 00003110
           OPEN OUTPUT TRIAL-RPT-FILE                                   00003120
           IF FS-TRIAL-RPT-FILE NOT = "00"                              00003130
              MOVE "OPEN FAILED ON TRIAL-RPT-FILE" TO WS-ABEND-MESSAGE  00003140
              GO TO 9999-ABEND                                          00003150
           END-IF                                                       00003160
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00003170
           WRITE TRIAL-RPT-LINE FROM WS-HDR-LINE-1                      00003180
                                                                        00003190
           PERFORM 2900-READ-MYFILE THRU 2900-EXIT                      00003200
           IF NOT WS-CON-EOF                                            00003210
              PERFORM 3900-READ-CONTRACT THRU 3900-EXIT                 00003220
           END-IF                                                       00003230
           PERFORM 4900-READ-LEDGER THRU 4900-EXIT.                     00003240
       1000-EXIT.                                                       00003250
           EXIT.                                                        00003260
                                                                        00003270
      *> ***************************************************************00003280
      *> THE TRIAL-BALANCE TYPES FROM THE CHART.  THE COLUMN THE        00003290
      *> ACCOUNT IS IN IS ITS NORMAL SIDE.  EACH DISTINCT ACCOUNT GETS  00003300
      *> AN ENTRY IN THE ACCOUNT TABLE                                  00003310
      *> ***************************************************************00003320
       1100-LOAD-COA.                                                   00003330
           OPEN INPUT GL-COA-FILE                                       00003340
           EVALUATE FS-GL-COA-FILE                                      00003350
             WHEN "00"                                                  00003360
               PERFORM UNTIL WS-COA-EOF                                 00003370
                 READ GL-COA-FILE                                       00003380
                   AT END                                               00003390
                     SET WS-COA-EOF TO TRUE                             00003400
                   NOT AT END                                           00003410
                     PERFORM 1150-TAKE-COA-ENTRY THRU 1150-EXIT         00003420
                 END-READ                                               00003430
               END-PERFORM                                              00003440
               CLOSE GL-COA-FILE                                        00003450
             WHEN "35"                                                  00003460
               DISPLAY "NO CHART OF ACCOUNTS, NO CONTROL ACCOUNTS"      00003470
             WHEN OTHER                                                 00003480
               MOVE "OPEN FAILED ON GL-COA-FILE" TO WS-ABEND-MESSAGE    00003490
               GO TO 9999-ABEND                                         00003500
           END-EVALUATE.                                                00003510
       1100-EXIT.                                                       00003520
           EXIT.                                                        00003530
                                                                        00003540
       1150-TAKE-COA-ENTRY.                                             00003550
           PERFORM VARYING WS-TBT-SUB FROM 1 BY 1                       00003560
                    UNTIL WS-TBT-SUB > WS-TBT-COUNT                     00003570
                    OR TBL-TBT-TYPE (WS-TBT-SUB) = COA-TRAN-TYPE        00003580
             CONTINUE                                                   00003590
           END-PERFORM                                                  00003600
           IF WS-TBT-SUB > WS-TBT-COUNT                                 00003610
              GO TO 1150-EXIT                                           00003620
           END-IF                                                       00003630
           EVALUATE TRUE                                                00003640
             WHEN COA-DR-ACCOUNT NUMERIC AND COA-DR-ACCOUNT > 0         00003650
               MOVE COA-DR-ACCOUNT TO TBL-TBT-ACCOUNT (WS-TBT-SUB)      00003660
               MOVE 'DR' TO TBL-TBT-SIDE (WS-TBT-SUB)                   00003670
             WHEN COA-CR-ACCOUNT NUMERIC AND COA-CR-ACCOUNT > 0         00003680
               MOVE COA-CR-ACCOUNT TO TBL-TBT-ACCOUNT (WS-TBT-SUB)      00003690
               MOVE 'CR' TO TBL-TBT-SIDE (WS-TBT-SUB)                   00003700
             WHEN OTHER                                                 00003710
               DISPLAY "BAD TRIAL-BALANCE COA RECORD, TYPE: "           00003720
                 COA-TRAN-TYPE                                          00003730
               GO TO 1150-EXIT                                          00003740
           END-EVALUATE                                                 00003750
                                                                        00003760
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1                       00003770
                    UNTIL WS-ACC-SUB > WS-ACC-COUNT                     00003780
                    OR TBL-ACC-ACCOUNT (WS-ACC-SUB) =                   00003790
                       TBL-TBT-ACCOUNT (WS-TBT-SUB)                     00003800
             CONTINUE                                                   00003810
           END-PERFORM                                                  00003820
           IF WS-ACC-SUB > WS-ACC-COUNT                                 00003830
              ADD 1 TO WS-ACC-COUNT                                     00003840
              MOVE WS-ACC-COUNT TO WS-ACC-SUB                           00003850
              MOVE TBL-TBT-ACCOUNT (WS-TBT-SUB) TO                      00003860
                 TBL-ACC-ACCOUNT (WS-ACC-SUB)                           00003870
              MOVE TBL-TBT-SIDE (WS-TBT-SUB) TO                         00003880
                 TBL-ACC-SIDE (WS-ACC-SUB)                              00003890
              MOVE 'N' TO TBL-ACC-BY-BRANCH-SW (WS-ACC-SUB)             00003900
              MOVE ZEROES TO TBL-ACC-SUB-TOTAL (WS-ACC-SUB)             00003910
              MOVE ZEROES TO TBL-ACC-LED-TOTAL (WS-ACC-SUB)             00003920
           ELSE                                                         00003930
              IF TBL-ACC-SIDE (WS-ACC-SUB) NOT =                        00003940
                    TBL-TBT-SIDE (WS-TBT-SUB)                           00003950
                 DISPLAY "CONTROL ACCOUNT " TBL-ACC-ACCOUNT (WS-ACC-SUB)00003960
                   " MAPPED ON BOTH SIDES"                              00003970
                 MOVE "CONFLICTING TRIAL-BALANCE MAPPING" TO            00003980
                    WS-ABEND-MESSAGE                                    00003990
                 GO TO 9999-ABEND                                       00004000
              END-IF                                                    00004010
           END-IF.                                                      00004020
       1150-EXIT.                                                       00004030
           EXIT.                                                        00004040
                                                                        00004050
      *> ***************************************************************00004060
      *> ONE MYFILE ACCOUNT'S BALANCE, IN BASE CURRENCY, TO ITS BRANCH  00004070
      *> UNDER THE DEPOSIT CONTROL ACCOUNT                              00004080
      *> ***************************************************************00004090
       2000-SUM-DEPOSITS.                                               00004100
           MOVE MYFREC-AMOUNT OF MYFILE-RECORDS TO WS-POST-AMOUNT       00004110
           IF MYFREC-CURR-CD OF MYFILE-RECORDS NOT = SPACES             00004120
              AND MYFREC-CURR-CD OF MYFILE-RECORDS NOT = WS-BASE-CURR-CD00004130
              IF MYFREC-FX-RATE OF MYFILE-RECORDS NUMERIC               00004140
                 AND MYFREC-FX-RATE OF MYFILE-RECORDS > 0               00004150
                 COMPUTE WS-POST-AMOUNT ROUNDED =                       00004160
                    MYFREC-AMOUNT OF MYFILE-RECORDS                     00004170
                    * MYFREC-FX-RATE OF MYFILE-RECORDS                  00004180
              ELSE                                                      00004190
                 ADD 1 TO WS-FX-AT-FACE                                 00004200
              END-IF                                                    00004210
           END-IF                                                       00004220
           MOVE WS-TBT-DEPOSITS TO WS-TBT-SUB                           00004230
           MOVE MYFREC-BRANCH-CD OF MYFILE-RECORDS TO WS-CEL-BRANCH     00004240
           PERFORM 2500-ADD-SUBLEDGER THRU 2500-EXIT                    00004250
           PERFORM 2900-READ-MYFILE THRU 2900-EXIT.                     00004260
       2000-EXIT.                                                       00004270
           EXIT.                                                        00004280
                                                                        00004290
      *> ***************************************************************00004300
      *> WS-POST-AMOUNT INTO THE TYPE'S TOTAL AND, WHEN THE TYPE HAS A  00004310
      *> CONTROL ACCOUNT, INTO THAT ACCOUNT'S CELL FOR WS-CEL-BRANCH    00004320
      *> ***************************************************************00004330
       2500-ADD-SUBLEDGER.                                              00004340
           ADD WS-POST-AMOUNT TO TBL-TBT-TOTAL (WS-TBT-SUB)             00004350
           IF TBL-TBT-ACCOUNT (WS-TBT-SUB) = 0                          00004360
              GO TO 2500-EXIT                                           00004370
           END-IF                                                       00004380
           MOVE TBL-TBT-ACCOUNT (WS-TBT-SUB) TO WS-CEL-ACCOUNT          00004390
           PERFORM 2800-FIND-CELL THRU 2800-EXIT                        00004400
           ADD WS-POST-AMOUNT TO TBL-CEL-SUB-AMT (WS-CEL-SUB).          00004410
       2500-EXIT.                                                       00004420
           EXIT.                                                        00004430
                                                                        00004440
      *> ***************************************************************00004450
      *> THE CELL FOR WS-CEL-ACCOUNT AND WS-CEL-BRANCH, ADDED THE FIRST 00004460
      *> TIME IT IS MET.  A PROOF WITH CELLS MISSING IS NO PROOF, SO A  00004470
      *> FULL TABLE ENDS THE RUN                                        00004480
      *> ***************************************************************00004490
       2800-FIND-CELL.                                                  00004500
           PERFORM VARYING WS-CEL-SUB FROM 1 BY 1                       00004510
                    UNTIL WS-CEL-SUB > WS-CEL-COUNT                     00004520
                    OR (TBL-CEL-ACCOUNT (WS-CEL-SUB) = WS-CEL-ACCOUNT   00004530
                    AND TBL-CEL-BRANCH (WS-CEL-SUB) = WS-CEL-BRANCH)    00004540
             CONTINUE                                                   00004550
           END-PERFORM                                                  00004560
           IF WS-CEL-SUB > WS-CEL-COUNT                                 00004570
              IF WS-CEL-COUNT NOT < WS-CEL-MAX                          00004580
                 MOVE "ACCOUNT/BRANCH TABLE FULL" TO WS-ABEND-MESSAGE   00004590
                 GO TO 9999-ABEND                                       00004600
              END-IF                                                    00004610
              ADD 1 TO WS-CEL-COUNT                                     00004620
              MOVE WS-CEL-COUNT TO WS-CEL-SUB                           00004630
              MOVE WS-CEL-ACCOUNT TO TBL-CEL-ACCOUNT (WS-CEL-SUB)       00004640
              MOVE WS-CEL-BRANCH TO TBL-CEL-BRANCH (WS-CEL-SUB)         00004650
              MOVE ZEROES TO TBL-CEL-SUB-AMT (WS-CEL-SUB)               00004660
              MOVE ZEROES TO TBL-CEL-LED-AMT (WS-CEL-SUB)               00004670
           END-IF.                                                      00004680
       2800-EXIT.                                                       00004690
           EXIT.                                                        00004700
                                                                        00004710
       2900-READ-MYFILE.                                                00004720
           READ MYFILE NEXT RECORD                                      00004730
           EVALUATE FS-MYFILE                                           00004740
             WHEN "00"                                                  00004750
               ADD 1 TO WS-ACCTS-READ                                   00004760
             WHEN "10"                                                  00004770
               SET WS-EOF TO TRUE                                       00004780
             WHEN OTHER                                                 00004790
               DISPLAY "READ FAILED, MYFILE STATUS: " FS-MYFILE         00004800
               SET WS-EOF TO TRUE                                       00004810
               SET WS-IO-ERROR TO TRUE                                  00004820
           END-EVALUATE.                                                00004830
       2900-EXIT.                                                       00004840
           EXIT.                                                        00004850
                                                                        00004860
      *> ***************************************************************00004870
      *> ONE CONTRACT.  ONLY AN OPEN CONTRACT IS ON THE BOOKS.  ITS     00004880
      *> BRANCH IS ITS ACCOUNT'S; AN ACCOUNT NO LONGER ON MYFILE FALLS  00004890
      *> TO THE UNASSIGNED BRANCH AND IS COUNTED                        00004900
      *> ***************************************************************00004910
       3000-SUM-CONTRACTS.                                              00004920
           IF NOT CON-OPEN                                              00004930
              GO TO 3000-NEXT                                           00004940
           END-IF                                                       00004950
           ADD 1 TO WS-CONTRACTS-OPEN                                   00004960
           MOVE SPACES TO WS-CON-BRANCH                                 00004970
           MOVE CON-ACCT-NO TO MYFREC-ACCT-NO OF MYFILE-RECORDS         00004980
           READ MYFILE                                                  00004990
           IF FS-MYFILE = "00"                                          00005000
              MOVE MYFREC-BRANCH-CD OF MYFILE-RECORDS TO WS-CON-BRANCH  00005010
           ELSE                                                         00005020
              ADD 1 TO WS-CON-NO-ACCOUNT                                00005030
           END-IF                                                       00005040
                                                                        00005050
           MOVE WS-CON-BRANCH TO WS-CEL-BRANCH                          00005060
           MOVE CON-PRINCIPAL TO WS-POST-AMOUNT                         00005070
           MOVE WS-TBT-PRINCIPAL TO WS-TBT-SUB                          00005080
           PERFORM 2500-ADD-SUBLEDGER THRU 2500-EXIT                    00005090
           MOVE CON-ACCRUED-AMT TO WS-POST-AMOUNT                       00005100
           MOVE WS-TBT-INTEREST TO WS-TBT-SUB                           00005110
           PERFORM 2500-ADD-SUBLEDGER THRU 2500-EXIT                    00005120
           IF CON-FEES-DUE NUMERIC                                      00005130
              MOVE CON-FEES-DUE TO WS-POST-AMOUNT                       00005140
              MOVE WS-TBT-FEES TO WS-TBT-SUB                            00005150
              PERFORM 2500-ADD-SUBLEDGER THRU 2500-EXIT                 00005160
           END-IF.                                                      00005170
       3000-NEXT.                                                       00005180
           PERFORM 3900-READ-CONTRACT THRU 3900-EXIT.                   00005190
       3000-EXIT.                                                       00005200
           EXIT.                                                        00005210
                                                                        00005220
       3900-READ-CONTRACT.                                              00005230
           READ CONTRACT-FILE                                           00005240
           EVALUATE FS-CONTRACT-FILE                                    00005250
             WHEN "00"                                                  00005260
               ADD 1 TO WS-CONTRACTS-READ                               00005270
             WHEN "10"                                                  00005280
               SET WS-CON-EOF TO TRUE                                   00005290
             WHEN OTHER                                                 00005300
               DISPLAY "READ FAILED, CONTRACT-FILE STATUS: "            00005310
                 FS-CONTRACT-FILE                                       00005320
               SET WS-CON-EOF TO TRUE                                   00005330
               SET WS-IO-ERROR TO TRUE                                  00005340
           END-EVALUATE.                                                00005350
       3900-EXIT.                                                       00005360
           EXIT.                                                        00005370
                                                                        00005380
      *> ***************************************************************00005390
      *> ONE LEDGER BALANCE.  ONLY THE CONTROL ACCOUNTS MATTER HERE.    00005400
      *> THE AMOUNT IS SIGNED POSITIVE ON THE ACCOUNT'S NORMAL SIDE.    00005410
      *> A BALANCE AS OF ANY OTHER DAY THAN TODAY PROVES NOTHING        00005420
      *> ***************************************************************00005430
       4000-APPLY-LEDGER.                                               00005440
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1                       00005450
                    UNTIL WS-ACC-SUB > WS-ACC-COUNT                     00005460
                    OR TBL-ACC-ACCOUNT (WS-ACC-SUB) = LBAL-GL-ACCOUNT   00005470
             CONTINUE                                                   00005480
           END-PERFORM                                                  00005490
           IF WS-ACC-SUB > WS-ACC-COUNT                                 00005500
              GO TO 4000-NEXT                                           00005510
           END-IF                                                       00005520
           IF LBAL-AMOUNT NOT NUMERIC                                   00005530
              OR NOT (LBAL-DEBIT OR LBAL-CREDIT)                        00005540
              DISPLAY "BAD LEDGER BALANCE RECORD, ACCOUNT "             00005550
                LBAL-GL-ACCOUNT " BRANCH " LBAL-BRANCH-CD               00005560
              ADD 1 TO WS-LEDGER-BAD                                    00005570
              SET WS-OUT-OF-BALANCE TO TRUE                             00005580
              GO TO 4000-NEXT                                           00005590
           END-IF                                                       00005600
           IF LBAL-AS-OF-DATE NOT = WS-RUN-DATE                         00005610
              DISPLAY "LEDGER BALANCE AS OF " LBAL-AS-OF-DATE           00005620
                ", ACCOUNT " LBAL-GL-ACCOUNT " BRANCH " LBAL-BRANCH-CD  00005630
              ADD 1 TO WS-LEDGER-STALE                                  00005640
              SET WS-OUT-OF-BALANCE TO TRUE                             00005650
           END-IF                                                       00005660
           ADD 1 TO WS-LEDGER-USED                                      00005670
           COMPUTE WS-POST-AMOUNT = LBAL-AMOUNT / 100                   00005680
           IF LBAL-DR-CR NOT = TBL-ACC-SIDE (WS-ACC-SUB)                00005690
              COMPUTE WS-POST-AMOUNT = 0 - WS-POST-AMOUNT               00005700
           END-IF                                                       00005710
           IF LBAL-BRANCH-CD NOT = SPACES                               00005720
              SET TBL-ACC-BY-BRANCH (WS-ACC-SUB) TO TRUE                00005730
           END-IF                                                       00005740
           MOVE LBAL-GL-ACCOUNT TO WS-CEL-ACCOUNT                       00005750
           MOVE LBAL-BRANCH-CD TO WS-CEL-BRANCH                         00005760
           PERFORM 2800-FIND-CELL THRU 2800-EXIT                        00005770
           ADD WS-POST-AMOUNT TO TBL-CEL-LED-AMT (WS-CEL-SUB).          00005780
       4000-NEXT.                                                       00005790
           PERFORM 4900-READ-LEDGER THRU 4900-EXIT.                     00005800
       4000-EXIT.                                                       00005810
           EXIT.                                                        00005820
                                                                        00005830
       4900-READ-LEDGER.                                                00005840
           READ GL-BALANCE-FILE                                         00005850
           EVALUATE FS-GL-BALANCE-FILE                                  00005860
             WHEN "00"                                                  00005870
               ADD 1 TO WS-LEDGER-READ                                  00005880
             WHEN "10"                                                  00005890
               SET WS-BAL-EOF TO TRUE                                   00005900
             WHEN OTHER                                                 00005910
               DISPLAY "READ FAILED, GL-BALANCE-FILE STATUS: "          00005920
                 FS-GL-BALANCE-FILE                                     00005930
               SET WS-BAL-EOF TO TRUE                                   00005940
               SET WS-IO-ERROR TO TRUE                                  00005950
           END-EVALUATE.                                                00005960
       4900-EXIT.                                                       00005970
           EXIT.                                                        00005980
                                                                        00005990
      *> ***************************************************************00006000
      *> THE MAPPING, THEN EACH CONTROL ACCOUNT: ITS BRANCH CELLS AND   00006010
      *> ITS TOTAL.  WHERE THE LEDGER KEEPS THE ACCOUNT BY BRANCH EVERY 00006020
      *> BRANCH MUST AGREE; WHERE IT DOES NOT, THE SUBLEDGER BRANCHES   00006030
      *> ARE LISTED AND THE ACCOUNT TOTAL MUST AGREE                    00006040
      *> ***************************************************************00006050
       7000-WRITE-REPORT.                                               00006060
           PERFORM VARYING WS-TBT-SUB FROM 1 BY 1                       00006070
                    UNTIL WS-TBT-SUB > WS-TBT-COUNT                     00006080
             MOVE TBL-TBT-TYPE (WS-TBT-SUB) TO MAP-TYPE                 00006090
             MOVE TBL-TBT-DESC (WS-TBT-SUB) TO MAP-DESC                 00006100
             MOVE TBL-TBT-SIDE (WS-TBT-SUB) TO MAP-SIDE                 00006110
             MOVE TBL-TBT-TOTAL (WS-TBT-SUB) TO MAP-TOTAL               00006120
             IF TBL-TBT-ACCOUNT (WS-TBT-SUB) > 0                        00006130
                MOVE TBL-TBT-ACCOUNT (WS-TBT-SUB) TO MAP-ACCOUNT        00006140
             ELSE                                                       00006150
                MOVE 'NONE' TO MAP-ACCOUNT                              00006160
                IF TBL-TBT-TOTAL (WS-TBT-SUB) NOT = 0                   00006170
                   ADD 1 TO WS-UNMAPPED                                 00006180
                   SET WS-OUT-OF-BALANCE TO TRUE                        00006190
                END-IF                                                  00006200
             END-IF                                                     00006210
             WRITE TRIAL-RPT-LINE FROM WS-MAP-LINE                      00006220
           END-PERFORM                                                  00006230
           WRITE TRIAL-RPT-LINE FROM WS-HDR-LINE-2                      00006240
                                                                        00006250
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1                       00006260
                    UNTIL WS-ACC-SUB > WS-ACC-COUNT                     00006270
             PERFORM 7100-WRITE-ACCOUNT THRU 7100-EXIT                  00006280
           END-PERFORM                                                  00006290
                                                                        00006300
           IF WS-UNMAPPED > 0                                           00006310
              MOVE SPACES TO NOTE-TEXT                                  00006320
              STRING 'SUBLEDGER BALANCES WITH NO CONTROL ACCOUNT ON '   00006330
                 'GLCOA: ' WS-UNMAPPED                                  00006340
                 DELIMITED BY SIZE INTO NOTE-TEXT                       00006350
              WRITE TRIAL-RPT-LINE FROM WS-NOTE-LINE                    00006360
           END-IF                                                       00006370
           IF WS-LEDGER-STALE > 0                                       00006380
              MOVE SPACES TO NOTE-TEXT                                  00006390
              STRING 'LEDGER BALANCES NOT AS OF THE RUN DATE: '         00006400
                 WS-LEDGER-STALE                                        00006410
                 DELIMITED BY SIZE INTO NOTE-TEXT                       00006420
              WRITE TRIAL-RPT-LINE FROM WS-NOTE-LINE                    00006430
           END-IF                                                       00006440
           IF WS-LEDGER-BAD > 0                                         00006450
              MOVE SPACES TO NOTE-TEXT                                  00006460
              STRING 'UNREADABLE LEDGER BALANCE RECORDS: ' WS-LEDGER-BAD00006470
                 DELIMITED BY SIZE INTO NOTE-TEXT                       00006480
              WRITE TRIAL-RPT-LINE FROM WS-NOTE-LINE                    00006490
           END-IF                                                       00006500
           IF WS-FX-AT-FACE > 0                                         00006510
              MOVE SPACES TO NOTE-TEXT                                  00006520
              STRING 'FOREIGN BALANCES WITH NO BOOK RATE, TAKEN AT '    00006530
                 'FACE: ' WS-FX-AT-FACE                                 00006540
                 DELIMITED BY SIZE INTO NOTE-TEXT                       00006550
              WRITE TRIAL-RPT-LINE FROM WS-NOTE-LINE                    00006560
           END-IF                                                       00006570
           IF WS-CON-NO-ACCOUNT > 0                                     00006580
              MOVE SPACES TO NOTE-TEXT                                  00006590
              STRING 'OPEN CONTRACTS WHOSE ACCOUNT IS NOT ON MYFILE '   00006600
                 '(UNASSIGNED BRANCH): ' WS-CON-NO-ACCOUNT              00006610
                 DELIMITED BY SIZE INTO NOTE-TEXT                       00006620
              WRITE TRIAL-RPT-LINE FROM WS-NOTE-LINE                    00006630
           END-IF                                                       00006640
           MOVE SPACES TO NOTE-TEXT                                     00006650
           IF WS-OUT-OF-BALANCE                                         00006660
              SET RC-ERROR TO TRUE                                      00006670
              MOVE 'OUT OF BALANCE - PERIOD MAY NOT BE CLOSED'          00006680
                 TO NOTE-TEXT                                           00006690
           ELSE                                                         00006700
              MOVE 'SUBLEDGERS AGREE WITH THE LEDGER' TO NOTE-TEXT      00006710
           END-IF                                                       00006720
           WRITE TRIAL-RPT-LINE FROM WS-NOTE-LINE.                      00006730
       7000-EXIT.                                                       00006740
           EXIT.                                                        00006750
                                                                        00006760
       7100-WRITE-ACCOUNT.                                              00006770
           PERFORM VARYING WS-CEL-SUB FROM 1 BY 1                       00006780
                    UNTIL WS-CEL-SUB > WS-CEL-COUNT                     00006790
             IF TBL-CEL-ACCOUNT (WS-CEL-SUB) =                          00006800
                   TBL-ACC-ACCOUNT (WS-ACC-SUB)                         00006810
                PERFORM 7200-WRITE-CELL THRU 7200-EXIT                  00006820
             END-IF                                                     00006830
           END-PERFORM                                                  00006840
           MOVE TBL-ACC-ACCOUNT (WS-ACC-SUB) TO ATL-ACCOUNT             00006850
           MOVE TBL-ACC-SIDE (WS-ACC-SUB) TO ATL-SIDE                   00006860
           MOVE TBL-ACC-SUB-TOTAL (WS-ACC-SUB) TO ATL-SUB-AMT           00006870
           MOVE TBL-ACC-LED-TOTAL (WS-ACC-SUB) TO ATL-LED-AMT           00006880
           COMPUTE WS-DIFF-AMOUNT = TBL-ACC-SUB-TOTAL (WS-ACC-SUB)      00006890
              - TBL-ACC-LED-TOTAL (WS-ACC-SUB)                          00006900
           MOVE WS-DIFF-AMOUNT TO ATL-DIFF-AMT                          00006910
           IF WS-DIFF-AMOUNT NOT = 0                                    00006920
              MOVE '*** OUT OF BALANCE' TO ATL-STATUS                   00006930
              ADD 1 TO WS-BREAKS                                        00006940
              SET WS-OUT-OF-BALANCE TO TRUE                             00006950
           ELSE                                                         00006960
              MOVE SPACES TO ATL-STATUS                                 00006970
           END-IF                                                       00006980
           WRITE TRIAL-RPT-LINE FROM WS-ACC-TOTAL-LINE                  00006990
           MOVE SPACES TO TRIAL-RPT-LINE                                00007000
           WRITE TRIAL-RPT-LINE.                                        00007010
       7100-EXIT.                                                       00007020
           EXIT.                                                        00007030
                                                                        00007040
       7200-WRITE-CELL.                                                 00007050
           ADD TBL-CEL-SUB-AMT (WS-CEL-SUB) TO                          00007060
              TBL-ACC-SUB-TOTAL (WS-ACC-SUB)                            00007070
           ADD TBL-CEL-LED-AMT (WS-CEL-SUB) TO                          00007080
              TBL-ACC-LED-TOTAL (WS-ACC-SUB)                            00007090
           MOVE TBL-CEL-ACCOUNT (WS-CEL-SUB) TO DTL-ACCOUNT             00007100
           MOVE TBL-ACC-SIDE (WS-ACC-SUB) TO DTL-SIDE                   00007110
           MOVE TBL-CEL-BRANCH (WS-CEL-SUB) TO DTL-BRANCH               00007120
           MOVE TBL-CEL-SUB-AMT (WS-CEL-SUB) TO DTL-SUB-AMT             00007130
           MOVE TBL-CEL-LED-AMT (WS-CEL-SUB) TO DTL-LED-AMT             00007140
           COMPUTE WS-DIFF-AMOUNT = TBL-CEL-SUB-AMT (WS-CEL-SUB)        00007150
              - TBL-CEL-LED-AMT (WS-CEL-SUB)                            00007160
           MOVE WS-DIFF-AMOUNT TO DTL-DIFF-AMT                          00007170
           MOVE SPACES TO DTL-STATUS                                    00007180
           IF TBL-ACC-BY-BRANCH (WS-ACC-SUB)                            00007190
              IF WS-DIFF-AMOUNT NOT = 0                                 00007200
                 MOVE '*** BRANCH OUT OF BALANCE' TO DTL-STATUS         00007210
                 ADD 1 TO WS-BREAKS                                     00007220
                 SET WS-OUT-OF-BALANCE TO TRUE                          00007230
              END-IF                                                    00007240
           ELSE                                                         00007250
              MOVE 'LEDGER NOT KEPT BY BRANCH' TO DTL-STATUS            00007260
           END-IF                                                       00007270
           WRITE TRIAL-RPT-LINE FROM WS-DTL-LINE.                       00007280
       7200-EXIT.                                                       00007290
           EXIT.                                                        00007300
                                                                        00007310
      *> ***************************************************************00007320
      *> COUNT SUMMARY, CLOSE UP                                        00007330
      *> ***************************************************************00007340
       9000-TERMINATE.                                                  00007350
           DISPLAY "===== GLTRIAL RUN SUMMARY ====="                    00007360
           DISPLAY "ACCOUNTS READ        : " WS-ACCTS-READ              00007370
           DISPLAY "CONTRACTS READ       : " WS-CONTRACTS-READ          00007380
           DISPLAY "  OPEN               : " WS-CONTRACTS-OPEN          00007390
           DISPLAY "LEDGER RECORDS READ  : " WS-LEDGER-READ             00007400
           DISPLAY "  CONTROL ACCOUNTS   : " WS-LEDGER-USED             00007410
           DISPLAY "CONTROL ACCOUNTS     : " WS-ACC-COUNT               00007420
           DISPLAY "ACCOUNT/BRANCH CELLS : " WS-CEL-COUNT               00007430
           DISPLAY "BREAKS               : " WS-BREAKS                  00007440
           DISPLAY "UNMAPPED SUBLEDGERS  : " WS-UNMAPPED                00007450
           DISPLAY "STALE LEDGER RECORDS : " WS-LEDGER-STALE            00007460
           IF WS-OUT-OF-BALANCE                                         00007470
              DISPLAY "*** BOOKS OUT OF BALANCE - DO NOT CLOSE ***"     00007480
           END-IF                                                       00007490
           CLOSE MYFILE                                                 00007500
           IF FS-CONTRACT-FILE NOT = "35"                               00007510
              CLOSE CONTRACT-FILE                                       00007520
           END-IF                                                       00007530
           CLOSE GL-BALANCE-FILE                                        00007540
           CLOSE TRIAL-RPT-FILE.                                        00007550
       9000-EXIT.                                                       00007560
           EXIT.                                                        00007570
                                                                        00007580
       COPY ABENDPAR.                                                   00007590
       COPY PROCDPAR.                                                   00007600
