       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. FXREVAL.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * MONTH-END FOREIGN-CURRENCY REVALUATION.  WALKS THE       *      00000090
      * MYFILE HEADERS AND RESTATES EVERY BALANCE HELD IN A      *      00000100
      * CURRENCY OTHER THAN THE BASE AT THE FXRATES RATE IN      *      00000110
      * FORCE ON THE MONTH-END PROCESS DATE, AGAINST THE RATE    *      00000120
      * STAMPED IN MYFREC-FX-RATE THAT IT IS CARRIED AT ON THE   *      00000130
      * BOOKS.  A DEPOSIT BALANCE IS OWED TO THE CUSTOMER, SO A  *      00000140
      * RISE IN ITS BASE VALUE IS AN UNREALIZED LOSS (COA TYPE   *      00000150
      * 'FXRL') AND A FALL AN UNREALIZED GAIN ('FXRG'); AN       *      00000160
      * OVERDRAWN BALANCE WORKS THE OTHER WAY ROUND ON THE SIGN. *      00000170
      * EACH ACCOUNT'S PAIR GOES TO THE REVALUATION JOURNAL THE  *      00000180
      * GLRECON RUN CONCATENATES.  THE FIRST BUSINESS DAY OF THE *      00000190
      * NEXT MONTH (FROM THE CALDATE CALENDAR SERVICE) IS LEFT   *      00000200
      * ON THE FXREVCTL CONTROL RECORD FOR THE NIGHTLY FXREVRS   *      00000210
      * STEP, WHICH REVERSES THE JOURNAL ON THAT DAY.  FINANCE   *      00000220
      * GETS THE REVALUATION REPORT BY CURRENCY.  AN ACCOUNT     *      00000230
      * WITH NO BOOK RATE OR NO MONTH-END RATE IS NOT REVALUED,  *      00000240
      * IS COUNTED ON THE REPORT, AND ENDS THE RUN RC=4.         *      00000250
      * ********************************************************        00000260
       ENVIRONMENT DIVISION.                                            00000270
       INPUT-OUTPUT SECTION.                                            00000280
       FILE-CONTROL.                                                    00000290
           SELECT MYFILE                                                00000300
           ASSIGN TO MYDD                                               00000310
           ORGANIZATION IS INDEXED                                      00000320
           ACCESS MODE IS SEQUENTIAL                                    00000330
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000340
           FILE STATUS IS FS-MYFILE.                                    00000350
           SELECT FX-RATE-FILE                                          00000360
           ASSIGN TO FXRATES                                            00000370
           ORGANIZATION IS SEQUENTIAL                                   00000380
           FILE STATUS IS FS-FX-RATE-FILE.                              00000390
           SELECT GL-COA-FILE                                           00000400
           ASSIGN TO GLCOA                                              00000410
           ORGANIZATION IS SEQUENTIAL                                   00000420
           FILE STATUS IS FS-GL-COA-FILE.                               00000430
           SELECT GL-JRNL-FILE                                          00000440
           ASSIGN TO GLJRNL                                             00000450
           ORGANIZATION IS SEQUENTIAL                                   00000460
           FILE STATUS IS FS-GL-JRNL-FILE.                              00000470
           SELECT FXREV-CTL-FILE                                        00000480
           ASSIGN TO FXREVCTL                                           00000490
           ORGANIZATION IS SEQUENTIAL                                   00000500
           FILE STATUS IS FS-FXREV-CTL-FILE.                            00000510
           SELECT REVAL-RPT-FILE                                        00000520
           ASSIGN TO FXRVRPT                                            00000530
           ORGANIZATION IS SEQUENTIAL                                   00000540
           FILE STATUS IS FS-REVAL-RPT-FILE.                            00000550
           SELECT PROC-DATE-FILE                                        00000560
           ASSIGN TO PROCDATE                                           00000570
           ORGANIZATION IS SEQUENTIAL                                   00000580
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000590
       DATA DIVISION.                                                   00000600
       FILE SECTION.                                                    00000610
       FD MYFILE.                                                       00000620
       COPY MYFREC.                                                     00000630
                                                                        00000640
      *> ***************************************************************00000650
      *> EXCHANGE-RATE RECORD, THE SAME FXRATES LAYOUT FILESHAN READS:  00000660
      *> A FOREIGN AMOUNT TIMES THE RATE GIVES BASE CURRENCY,           00000670
      *> EFFECTIVE ON AND AFTER ITS DATE                                00000680
      *> ***************************************************************00000690
       FD FX-RATE-FILE.                                                 00000700
       01 FX-RATE-RECORD.                                               00000710
           05 FX-CURR-CD            PIC X(03).                          00000720
           05 FX-RATE               PIC 9(03)V9(06).                    00000730
           05 FX-EFF-DATE           PIC 9(08).                          00000740
           05 FILLER                PIC X(60).                          00000750
                                                                        00000760
       FD GL-COA-FILE.                                                  00000770
       01 GL-COA-RECORD.                                                00000780
           05 COA-TRAN-TYPE         PIC X(04).                          00000790
           05 COA-DR-ACCOUNT        PIC 9(08).                          00000800
           05 COA-CR-ACCOUNT        PIC 9(08).                          00000810
           05 FILLER                PIC X(60).                          00000820
                                                                        00000830
       FD GL-JRNL-FILE.                                                 00000840
       01 GL-JRNL-RECORD.                                               00000850
           05 JRNL-REC-TYPE         PIC X(01).                          00000860
               88 JRNL-DETAIL-REC    VALUE 'D'.                         00000870
               88 JRNL-TRAILER-REC   VALUE 'T'.                         00000880
           05 JRNL-TRAN-ID          PIC 9(09).                          00000890
           05 JRNL-GL-ACCOUNT       PIC 9(08).                          00000900
           05 JRNL-DR-CR            PIC X(02).                          00000910
           05 JRNL-AMOUNT           PIC 9(13).                          00000920
           05 FILLER                PIC X(17).                          00000930
       01 GL-JRNL-TRAILER REDEFINES GL-JRNL-RECORD.                     00000940
           05 FILLER                PIC X(01).                          00000950
           05 JRNL-TRL-REC-COUNT    PIC 9(09).                          00000960
           05 JRNL-TRL-AMOUNT-HASH  PIC 9(15).                          00000970
           05 FILLER                PIC X(25).                          00000980
                                                                        00000990
       FD FXREV-CTL-FILE.                                               00001000
       COPY FXREVCTL.                                                   00001010
                                                                        00001020
       FD REVAL-RPT-FILE.                                               00001030
       01 REVAL-RPT-LINE            PIC X(133).                         00001040
                                                                        00001050
       FD PROC-DATE-FILE.                                               00001060
       COPY PROCDREC.                                                   00001070
                                                                        00001080
       WORKING-STORAGE SECTION.                                         00001090
       01 FS-MYFILE PIC XX.                                             00001100
       01 FS-FX-RATE-FILE PIC XX.                                       00001110
       01 FS-GL-COA-FILE PIC XX.                                        00001120
       01 FS-GL-JRNL-FILE PIC XX.                                       00001130
       01 FS-FXREV-CTL-FILE PIC XX.                                     00001140
       01 FS-REVAL-RPT-FILE PIC XX.                                     00001150
                                                                        00001160
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001170
           88 WS-EOF VALUE 'Y'.                                         00001180
       01 WS-FX-EOF-SW PIC X(01) VALUE 'N'.                             00001190
           88 WS-FX-EOF VALUE 'Y'.                                      00001200
       01 WS-FX-FOUND-SW PIC X(01) VALUE 'N'.                           00001210
           88 WS-FX-FOUND VALUE 'Y'.                                    00001220
       01 WS-COA-EOF-SW PIC X(01) VALUE 'N'.                            00001230
           88 WS-COA-EOF VALUE 'Y'.                                     00001240
       01 WS-COA-FOUND-SW PIC X(01) VALUE 'N'.                          00001250
           88 WS-COA-FOUND VALUE 'Y'.                                   00001260
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00001270
           88 WS-IO-ERROR VALUE 'Y'.                                    00001280
                                                                        00001290
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001300
       01 WS-BASE-CURR-CD PIC X(03) VALUE 'USD'.                        00001310
       01 WS-SUSPENSE-ACCOUNT PIC 9(08) VALUE 99999999.                 00001320
                                                                        00001330
      *> ***************************************************************00001340
      *> EFFECTIVE-DATED EXCHANGE-RATE TABLE, LOADED AND SEARCHED THE   00001350
      *> WAY FILESHAN DOES IT                                           00001360
      *> ***************************************************************00001370
       01 WS-FX-TABLE.                                                  00001380
           05 WS-FX-ENTRY OCCURS 50 TIMES.                              00001390
               10 TBL-FX-CURR-CD        PIC X(03).                      00001400
               10 TBL-FX-RATE           PIC 9(03)V9(06).                00001410
               10 TBL-FX-EFF-DATE       PIC 9(08).                      00001420
       01 WS-FX-COUNT PIC 9(02) VALUE ZEROES.                           00001430
       01 WS-FX-MAX PIC 9(02) VALUE 50.                                 00001440
       01 WS-FX-SUB PIC 9(02) VALUE ZEROES.                             00001450
       01 WS-FX-BEST-SUB PIC 9(02) VALUE ZEROES.                        00001460
       01 WS-MONTH-END-RATE PIC 9(03)V9(06) VALUE ZEROES.               00001470
                                                                        00001480
       01 WS-COA-TABLE.                                                 00001490
           05 WS-COA-ENTRY OCCURS 100 TIMES.                            00001500
               10 TBL-COA-TRAN-TYPE     PIC X(04).                      00001510
               10 TBL-COA-DR-ACCOUNT    PIC 9(08).                      00001520
               10 TBL-COA-CR-ACCOUNT    PIC 9(08).                      00001530
       01 WS-COA-COUNT PIC 9(03) VALUE ZEROES.                          00001540
       01 WS-COA-MAX PIC 9(03) VALUE 100.                               00001550
       01 WS-COA-SUB PIC 9(03) VALUE ZEROES.                            00001560
                                                                        00001570
       01 WS-JRNL-TYPE PIC X(04) VALUE SPACES.                          00001580
       01 WS-JRNL-DR-ACCOUNT PIC 9(08) VALUE ZEROES.                    00001590
       01 WS-JRNL-CR-ACCOUNT PIC 9(08) VALUE ZEROES.                    00001600
       01 WS-JRNL-REC-COUNT PIC 9(09) VALUE ZEROES.                     00001610
       01 WS-JRNL-AMOUNT-HASH PIC 9(15) VALUE ZEROES.                   00001620
       01 WS-JRNL-AMOUNT-CENTS PIC 9(13) VALUE ZEROES.                  00001630
                                                                        00001640
      *> ***************************************************************00001650
      *> ONE ACCOUNT'S RESTATEMENT, ALL IN BASE CURRENCY                00001660
      *> ***************************************************************00001670
       01 WS-BOOK-BASE PIC S9(13)V99 COMP-3 VALUE ZEROES.               00001680
       01 WS-REVAL-BASE PIC S9(13)V99 COMP-3 VALUE ZEROES.              00001690
       01 WS-REVAL-DIFF PIC S9(13)V99 COMP-3 VALUE ZEROES.              00001700
       01 WS-REVAL-AMOUNT PIC S9(13)V99 COMP-3 VALUE ZEROES.            00001710
                                                                        00001720
      *> ***************************************************************00001730
      *> PER-CURRENCY ACCUMULATORS FOR THE FINANCE REPORT, ONE ENTRY    00001740
      *> PER FOREIGN CURRENCY IN THE ORDER FIRST MET ON THE MASTER      00001750
      *> ***************************************************************00001760
       01 WS-CURR-TABLE.                                                00001770
           05 WS-CURR-ENTRY OCCURS 50 TIMES.                            00001780
               10 TBL-CUR-CURR-CD       PIC X(03).                      00001790
               10 TBL-CUR-RATE          PIC 9(03)V9(06).                00001800
               10 TBL-CUR-ACCOUNTS      PIC 9(07).                      00001810
               10 TBL-CUR-REVALUED      PIC 9(07).                      00001820
               10 TBL-CUR-NOT-REVALUED  PIC 9(07).                      00001830
               10 TBL-CUR-BALANCE       PIC S9(13)V99 COMP-3.           00001840
               10 TBL-CUR-BOOK-BASE     PIC S9(13)V99 COMP-3.           00001850
               10 TBL-CUR-REVAL-BASE    PIC S9(13)V99 COMP-3.           00001860
               10 TBL-CUR-GAIN          PIC S9(13)V99 COMP-3.           00001870
               10 TBL-CUR-LOSS          PIC S9(13)V99 COMP-3.           00001880
       01 WS-CURR-COUNT PIC 9(02) VALUE ZEROES.                         00001890
       01 WS-CURR-MAX PIC 9(02) VALUE 50.                               00001900
       01 WS-CURR-SUB PIC 9(02) VALUE ZEROES.                           00001910
                                                                        00001920
       01 WS-RECS-READ PIC 9(09) VALUE ZEROES.                          00001930
       01 WS-BASE-ACCOUNTS PIC 9(07) VALUE ZEROES.                      00001940
       01 WS-FOREIGN-ACCOUNTS PIC 9(07) VALUE ZEROES.                   00001950
       01 WS-ZERO-BALANCE PIC 9(07) VALUE ZEROES.                       00001960
       01 WS-REVALUED PIC 9(07) VALUE ZEROES.                           00001970
       01 WS-NO-BOOK-RATE PIC 9(07) VALUE ZEROES.                       00001980
       01 WS-NO-MONTH-RATE PIC 9(07) VALUE ZEROES.                      00001990
       01 WS-NO-CHANGE PIC 9(07) VALUE ZEROES.                          00002000
       01 WS-TOTAL-GAIN PIC S9(13)V99 COMP-3 VALUE ZEROES.              00002010
       01 WS-TOTAL-LOSS PIC S9(13)V99 COMP-3 VALUE ZEROES.              00002020
       COPY ABENDCPY.                                                   00002030
       COPY PROCDCPY.                                                   00002040
                                                                        00002050
      *> ***************************************************************00002060
      *> REVERSAL DATE: THE FIRST OF NEXT MONTH, MOVED FORWARD TO A     00002070
      *> BUSINESS DAY BY THE SHARED CALDATE SERVICE                     00002080
      *> ***************************************************************00002090
       01 WS-REVERSE-DATE PIC 9(08) VALUE ZEROES.                       00002100
       01 WS-REVERSE-DATE-GROUP REDEFINES WS-REVERSE-DATE.              00002110
           05 WS-REV-YYYY PIC 9(04).                                    00002120
           05 WS-REV-MM PIC 9(02).                                      00002130
           05 WS-REV-DD PIC 9(02).                                      00002140
       01 WS-CAL-FUNCTION PIC X(01) VALUE SPACE.                        00002150
       01 WS-CAL-DATE PIC 9(08) VALUE ZEROES.                           00002160
       01 WS-CAL-RESULT PIC X(01) VALUE SPACE.                          00002170
                                                                        00002180
       01 WS-HDR-LINE-1.                                                00002190
           05 FILLER PIC X(01) VALUE '1'.                               00002200
           05 FILLER PIC X(45)                                          00002210
              VALUE 'FXREVAL - MONTH-END CURRENCY REVALUATION'.         00002220
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00002230
           05 HDR-RUN-DATE PIC 9(08).                                   00002240
           05 FILLER PIC X(15) VALUE '  REVERSES ON '.                  00002250
           05 HDR-REVERSE-DATE PIC 9(08).                               00002260
                                                                        00002270
       01 WS-HDR-LINE-2.                                                00002280
           05 FILLER PIC X(01) VALUE '0'.                               00002290
           05 FILLER PIC X(04) VALUE 'CUR'.                             00002300
           05 FILLER PIC X(12) VALUE 'MONTH RATE'.                      00002310
           05 FILLER PIC X(08) VALUE 'ACCTS'.                           00002320
           05 FILLER PIC X(08) VALUE 'NOT REV'.                         00002330
           05 FILLER PIC X(18) VALUE '  FOREIGN BALANCE'.               00002340
           05 FILLER PIC X(18) VALUE '       BOOK BASE'.                00002350
           05 FILLER PIC X(18) VALUE '   REVALUED BASE'.                00002360
           05 FILLER PIC X(16) VALUE '   UNREAL GAIN'.                  00002370
           05 FILLER PIC X(16) VALUE '   UNREAL LOSS'.                  00002380
           05 FILLER PIC X(14) VALUE '     NET'.                        00002390
                                                                        00002400
       01 WS-DTL-LINE.                                                  00002410
           05 FILLER PIC X(01) VALUE SPACE.                             00002420
           05 DTL-CURR-CD PIC X(03).                                    00002430
           05 FILLER PIC X(01) VALUE SPACE.                             00002440
           05 DTL-RATE PIC ZZ9.999999.                                  00002450
           05 FILLER PIC X(01) VALUE SPACE.                             00002460
           05 DTL-ACCOUNTS PIC Z(06)9.                                  00002470
           05 FILLER PIC X(01) VALUE SPACE.                             00002480
           05 DTL-NOT-REVALUED PIC Z(06)9.                              00002490
           05 FILLER PIC X(01) VALUE SPACE.                             00002500
           05 DTL-BALANCE PIC Z(12)9.99-.                               00002510
           05 FILLER PIC X(01) VALUE SPACE.                             00002520
           05 DTL-BOOK-BASE PIC Z(12)9.99-.                             00002530
           05 FILLER PIC X(01) VALUE SPACE.                             00002540
           05 DTL-REVAL-BASE PIC Z(12)9.99-.                            00002550
           05 FILLER PIC X(01) VALUE SPACE.                             00002560
           05 DTL-GAIN PIC Z(10)9.99.                                   00002570
           05 FILLER PIC X(01) VALUE SPACE.                             00002580
           05 DTL-LOSS PIC Z(10)9.99.                                   00002590
           05 FILLER PIC X(01) VALUE SPACE.                             00002600
           05 DTL-NET PIC Z(10)9.99-.                                   00002610
                                                                        00002620
       01 WS-TOTAL-LINE.                                                00002630
           05 FILLER PIC X(01) VALUE '0'.                               00002640
           05 FILLER PIC X(15) VALUE 'TOTAL'.                           00002650
           05 TOT-ACCOUNTS PIC Z(06)9.                                  00002660
           05 FILLER PIC X(01) VALUE SPACE.                             00002670
           05 TOT-NOT-REVALUED PIC Z(06)9.                              00002680
           05 FILLER PIC X(55) VALUE SPACES.                            00002690
           05 TOT-GAIN PIC Z(10)9.99.                                   00002700
           05 FILLER PIC X(01) VALUE SPACE.                             00002710
           05 TOT-LOSS PIC Z(10)9.99.                                   00002720
           05 FILLER PIC X(01) VALUE SPACE.                             00002730
           05 TOT-NET PIC Z(10)9.99-.                                   00002740
                                                                        00002750
       01 WS-NOTE-LINE.                                                 00002760
           05 FILLER PIC X(01) VALUE SPACE.                             00002770
           05 NOTE-TEXT PIC X(80).                                      00002780
                                                                        00002790
       PROCEDURE DIVISION.                                              00002800
       0000-MAIN.                                                       00002810
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00002820
           PERFORM 2000-REVALUE-ACCOUNT THRU 2000-EXIT                  00002830
              UNTIL WS-EOF                                              00002840
           PERFORM 7000-WRITE-REPORT THRU 7000-EXIT                     00002850
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00002860
           IF WS-IO-ERROR                                               00002870
              MOVE 12 TO RETURN-CODE                                    00002880
           ELSE                                                         00002890
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00002900
           END-IF                                                       00002910
           GOBACK.                                                      00002920
                                                                        00002930
      *> ***************************************************************00002940
      *> RUN DATE, THE PRIOR MONTH'S CONTROL RECORD, THE REVERSAL DATE, 00002950
      *> RATES AND COA MAPPING; THEN OPEN THE MASTER AND THE OUTPUTS    00002960
      *> ***************************************************************00002970
       1000-INITIALIZE.                                                 00002980
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00002990
           IF WS-PROCESS-DATE > 0                                       00003000
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00003010
           ELSE                                                         00003020
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00003030
           END-IF                                                       00003040
                                                                        00003050
           PERFORM 1100-CHECK-PRIOR-CONTROL THRU 1100-EXIT              00003060
           PERFORM 1200-FIND-REVERSE-DATE THRU 1200-EXIT                00003070
           PERFORM 1300-LOAD-FX-RATES THRU 1300-EXIT                    00003080
           PERFORM 1400-LOAD-COA THRU 1400-EXIT                         00003090
                                                                        00003100
           OPEN INPUT MYFILE                                            00003110
           EVALUATE FS-MYFILE                                           00003120
             WHEN "00"                                                  00003130
               CONTINUE                                                 00003140
             WHEN "35"                                                  00003150
               MOVE "MYFILE NOT FOUND" TO WS-ABEND-MESSAGE              00003160
               GO TO 9999-ABEND                                         00003170
             WHEN OTHER                                                 00003180
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00003190
               GO TO 9999-ABEND                                         00003200
           END-EVALUATE                                                 00003210
           OPEN OUTPUT GL-JRNL-FILE                                     00003220
           IF FS-GL-JRNL-FILE NOT = "00"                                00003230
              MOVE "OPEN FAILED ON GL-JRNL-FILE" TO WS-ABEND-MESSAGE    00003240
              GO TO 9999-ABEND                                          00003250
           END-IF                                                       00003260
           OPEN OUTPUT REVAL-RPT-FILE                                   00003270
           IF FS-REVAL-RPT-FILE NOT = "00"                              00003280
              MOVE "OPEN FAILED ON REVAL-RPT-FILE" TO WS-ABEND-MESSAGE  00003290
              GO TO 9999-ABEND                                          00003300
           END-IF                                                       00003310
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00003320
           MOVE WS-REVERSE-DATE TO HDR-REVERSE-DATE                     00003330
           WRITE REVAL-RPT-LINE FROM WS-HDR-LINE-1                      00003340
                                                                        00003350
           PERFORM 2900-READ-MYFILE THRU 2900-EXIT.                     00003360
       1000-EXIT.                                                       00003370
           EXIT.                                                        00003380
                                                                        00003390
      *> ***************************************************************00003400
      *> LAST MONTH'S REVALUATION MUST HAVE BEEN REVERSED BEFORE THIS   00003410
      *> ONE REPLACES ITS JOURNAL AND CONTROL RECORD, OR IT WOULD STAY  00003420
      *> ON THE LEDGER FOR GOOD.  A PENDING RECORD FOR TODAY IS A RERUN 00003430
      *> OF THIS MONTH-END AND IS SIMPLY REPLACED.  NO RECORD AT ALL IS 00003440
      *> THE FIRST MONTH-END                                            00003450
      *> ***************************************************************00003460
       1100-CHECK-PRIOR-CONTROL.                                        00003470
           OPEN INPUT FXREV-CTL-FILE                                    00003480
           EVALUATE FS-FXREV-CTL-FILE                                   00003490
             WHEN "00"                                                  00003500
               READ FXREV-CTL-FILE                                      00003510
                 AT END                                                 00003520
                   DISPLAY "NO PRIOR REVALUATION ON FXREVCTL"           00003530
                 NOT AT END                                             00003540
                   IF FXC-PENDING                                       00003550
                      AND FXC-REVAL-DATE NOT = WS-RUN-DATE              00003560
                      DISPLAY "REVALUATION OF " FXC-REVAL-DATE          00003570
                        " DUE FOR REVERSAL " FXC-REVERSE-DATE           00003580
                        " NOT YET REVERSED"                             00003590
                      MOVE "PRIOR REVALUATION NOT REVERSED" TO          00003600
                         WS-ABEND-MESSAGE                               00003610
                      GO TO 9999-ABEND                                  00003620
                   END-IF                                               00003630
               END-READ                                                 00003640
               CLOSE FXREV-CTL-FILE                                     00003650
             WHEN "35"                                                  00003660
               DISPLAY "NO PRIOR REVALUATION ON FXREVCTL"               00003670
             WHEN OTHER                                                 00003680
               MOVE "OPEN FAILED ON FXREV-CTL-FILE" TO WS-ABEND-MESSAGE 00003690
               GO TO 9999-ABEND                                         00003700
           END-EVALUATE.                                                00003710
       1100-EXIT.                                                       00003720
           EXIT.                                                        00003730
                                                                        00003740
      *> ***************************************************************00003750
      *> FIRST OF NEXT MONTH; IF THE CALENDAR SAYS IT IS NOT A BUSINESS 00003760
      *> DAY, THE NEXT ONE THAT IS                                      00003770
      *> ***************************************************************00003780
       1200-FIND-REVERSE-DATE.                                          00003790
           MOVE WS-RUN-DATE TO WS-REVERSE-DATE                          00003800
           MOVE 01 TO WS-REV-DD                                         00003810
           IF WS-REV-MM = 12                                            00003820
              MOVE 01 TO WS-REV-MM                                      00003830
              ADD 1 TO WS-REV-YYYY                                      00003840
           ELSE                                                         00003850
              ADD 1 TO WS-REV-MM                                        00003860
           END-IF                                                       00003870
           MOVE 'B' TO WS-CAL-FUNCTION                                  00003880
           MOVE WS-REVERSE-DATE TO WS-CAL-DATE                          00003890
           CALL "CALDATE" USING WS-CAL-FUNCTION WS-CAL-DATE             00003900
              WS-CAL-RESULT                                             00003910
           IF WS-CAL-RESULT = 'N'                                       00003920
              MOVE 'N' TO WS-CAL-FUNCTION                               00003930
              CALL "CALDATE" USING WS-CAL-FUNCTION WS-CAL-DATE          00003940
                 WS-CAL-RESULT                                          00003950
              IF WS-CAL-RESULT = 'Y'                                    00003960
                 MOVE WS-CAL-DATE TO WS-REVERSE-DATE                    00003970
              END-IF                                                    00003980
           END-IF                                                       00003990
           IF WS-CAL-RESULT = 'E'                                       00004000
              DISPLAY "CALDATE REJECTED REVERSAL DATE " WS-REVERSE-DATE 00004010
              MOVE "REVERSAL DATE NOT RESOLVED" TO WS-ABEND-MESSAGE     00004020
              GO TO 9999-ABEND                                          00004030
           END-IF                                                       00004040
           DISPLAY "REVALUATION REVERSES ON " WS-REVERSE-DATE.          00004050
       1200-EXIT.                                                       00004060
           EXIT.                                                        00004070
                                                                        00004080
      *> ***************************************************************00004090
      *> LOAD THE EXCHANGE-RATE TABLE.  WITH NO RATES AT ALL NOTHING    00004100
      *> CAN BE REVALUED, WHICH IS NOT A STATE TO CLOSE A MONTH ON      00004110
      *> ***************************************************************00004120
       1300-LOAD-FX-RATES.                                              00004130
           OPEN INPUT FX-RATE-FILE                                      00004140
           EVALUATE FS-FX-RATE-FILE                                     00004150
             WHEN "00"                                                  00004160
               PERFORM UNTIL WS-FX-EOF                                  00004170
                 READ FX-RATE-FILE                                      00004180
                   AT END                                               00004190
                     SET WS-FX-EOF TO TRUE                              00004200
                   NOT AT END                                           00004210
                     IF FX-CURR-CD NOT = SPACES                         00004220
                        AND FX-RATE NUMERIC                             00004230
                        AND FX-EFF-DATE NUMERIC                         00004240
                        AND WS-FX-COUNT < WS-FX-MAX                     00004250
                        ADD 1 TO WS-FX-COUNT                            00004260
                        MOVE FX-CURR-CD TO                              00004270
                           TBL-FX-CURR-CD (WS-FX-COUNT)                 00004280
                        MOVE FX-RATE TO                                 00004290
                           TBL-FX-RATE (WS-FX-COUNT)                    00004300
                        MOVE FX-EFF-DATE TO                             00004310
                           TBL-FX-EFF-DATE (WS-FX-COUNT)                00004320
                     ELSE                                               00004330
                        DISPLAY "BAD OR EXCESS FX RATE RECORD SKIPPED"  00004340
                     END-IF                                             00004350
                 END-READ                                               00004360
               END-PERFORM                                              00004370
               CLOSE FX-RATE-FILE                                       00004380
               DISPLAY "EXCHANGE RATES LOADED: " WS-FX-COUNT            00004390
             WHEN "35"                                                  00004400
               MOVE "FX RATES DATASET NOT FOUND" TO WS-ABEND-MESSAGE    00004410
               GO TO 9999-ABEND                                         00004420
             WHEN OTHER                                                 00004430
               MOVE "OPEN FAILED ON FX-RATE-FILE" TO WS-ABEND-MESSAGE   00004440
               GO TO 9999-ABEND                                         00004450
           END-EVALUATE.                                                00004460
       1300-EXIT.                                                       00004470
           EXIT.                                                        00004480
                                                                        00004490
       1400-LOAD-COA.                                                   00004500
           OPEN INPUT GL-COA-FILE                                       00004510
           EVALUATE FS-GL-COA-FILE                                      00004520
             WHEN "00"                                                  00004530
               PERFORM UNTIL WS-COA-EOF                                 00004540
                 READ GL-COA-FILE                                       00004550
                   AT END                                               00004560
                     SET WS-COA-EOF TO TRUE                             00004570
                   NOT AT END                                           00004580
                     IF COA-DR-ACCOUNT NUMERIC                          00004584
                        AND COA-CR-ACCOUNT NUMERIC                      00004588
                        IF WS-COA-COUNT NOT < WS-COA-MAX                00004592
                           DISPLAY "COA TABLE FULL AT TYPE: "           00004596
                             COA-TRAN-TYPE                              00004600
                           MOVE "CHART OF ACCOUNTS EXCEEDS COA TABLE"   00004604
                              TO WS-ABEND-MESSAGE                       00004608
                           GO TO 9999-ABEND                             00004612
                        END-IF                                          00004616
                        ADD 1 TO WS-COA-COUNT                           00004620
                        MOVE COA-TRAN-TYPE TO                           00004630
                           TBL-COA-TRAN-TYPE (WS-COA-COUNT)             00004640
                        MOVE COA-DR-ACCOUNT TO                          00004650
                           TBL-COA-DR-ACCOUNT (WS-COA-COUNT)            00004660
                        MOVE COA-CR-ACCOUNT TO                          00004670
                           TBL-COA-CR-ACCOUNT (WS-COA-COUNT)            00004680
                     ELSE                                               00004690
                        DISPLAY "BAD COA RECORD, TYPE: "                00004700
                          COA-TRAN-TYPE                                 00004710
                     END-IF                                             00004720
                 END-READ                                               00004730
               END-PERFORM                                              00004740
               CLOSE GL-COA-FILE                                        00004750
             WHEN "35"                                                  00004760
               DISPLAY "NO CHART OF ACCOUNTS, POSTING TO SUSPENSE"      00004770
             WHEN OTHER                                                 00004780
               MOVE "OPEN FAILED ON GL-COA-FILE" TO WS-ABEND-MESSAGE    00004790
               GO TO 9999-ABEND                                         00004800
           END-EVALUATE.                                                00004810
       1400-EXIT.                                                       00004820
           EXIT.                                                        00004830
                                                                        00004840
      *> ***************************************************************00004850
      *> ONE ACCOUNT.  BASE-CURRENCY AND ZERO BALANCES HAVE NOTHING TO  00004860
      *> REVALUE.  OTHERWISE THE BALANCE AT THE MONTH-END RATE LESS THE 00004870
      *> BALANCE AT ITS BOOK RATE IS THE UNREALIZED MOVEMENT            00004880
      *> ***************************************************************00004890
       2000-REVALUE-ACCOUNT.                                            00004900
           IF MYFREC-CURR-CD OF MYFILE-RECORDS = SPACES                 00004910
              OR MYFREC-CURR-CD OF MYFILE-RECORDS = WS-BASE-CURR-CD     00004920
              ADD 1 TO WS-BASE-ACCOUNTS                                 00004930
              GO TO 2000-NEXT                                           00004940
           END-IF                                                       00004950
           ADD 1 TO WS-FOREIGN-ACCOUNTS                                 00004960
           IF MYFREC-AMOUNT OF MYFILE-RECORDS = 0                       00004970
              ADD 1 TO WS-ZERO-BALANCE                                  00004980
              GO TO 2000-NEXT                                           00004990
           END-IF                                                       00005000
                                                                        00005010
           PERFORM 2100-FIND-CURRENCY THRU 2100-EXIT                    00005020
           IF WS-CURR-SUB = 0                                           00005030
              GO TO 2000-NEXT                                           00005040
           END-IF                                                       00005050
           ADD 1 TO TBL-CUR-ACCOUNTS (WS-CURR-SUB)                      00005060
           ADD MYFREC-AMOUNT OF MYFILE-RECORDS TO                       00005070
              TBL-CUR-BALANCE (WS-CURR-SUB)                             00005080
                                                                        00005090
           PERFORM 2200-SELECT-FX-RATE THRU 2200-EXIT                   00005100
           IF NOT WS-FX-FOUND                                           00005110
              DISPLAY "NO MONTH-END RATE FOR "                          00005120
                MYFREC-CURR-CD OF MYFILE-RECORDS ", ACCT "              00005130
                MYFREC-ACCT-NO OF MYFILE-RECORDS " NOT REVALUED"        00005140
              ADD 1 TO WS-NO-MONTH-RATE                                 00005150
              ADD 1 TO TBL-CUR-NOT-REVALUED (WS-CURR-SUB)               00005160
              SET RC-WARNING TO TRUE                                    00005170
              GO TO 2000-NEXT                                           00005180
           END-IF                                                       00005190
           IF MYFREC-FX-RATE OF MYFILE-RECORDS NOT NUMERIC              00005200
              OR MYFREC-FX-RATE OF MYFILE-RECORDS = 0                   00005210
              DISPLAY "NO BOOK RATE ON ACCT "                           00005220
                MYFREC-ACCT-NO OF MYFILE-RECORDS ", NOT REVALUED"       00005230
              ADD 1 TO WS-NO-BOOK-RATE                                  00005240
              ADD 1 TO TBL-CUR-NOT-REVALUED (WS-CURR-SUB)               00005250
              SET RC-WARNING TO TRUE                                    00005260
              GO TO 2000-NEXT                                           00005270
           END-IF                                                       00005280
                                                                        00005290
           COMPUTE WS-BOOK-BASE ROUNDED =                               00005300
              MYFREC-AMOUNT OF MYFILE-RECORDS                           00005310
              * MYFREC-FX-RATE OF MYFILE-RECORDS                        00005320
           COMPUTE WS-REVAL-BASE ROUNDED =                              00005330
              MYFREC-AMOUNT OF MYFILE-RECORDS * WS-MONTH-END-RATE       00005340
           COMPUTE WS-REVAL-DIFF = WS-REVAL-BASE - WS-BOOK-BASE         00005350
           ADD 1 TO WS-REVALUED                                         00005360
           ADD 1 TO TBL-CUR-REVALUED (WS-CURR-SUB)                      00005370
           ADD WS-BOOK-BASE TO TBL-CUR-BOOK-BASE (WS-CURR-SUB)          00005380
           ADD WS-REVAL-BASE TO TBL-CUR-REVAL-BASE (WS-CURR-SUB)        00005390
                                                                        00005400
           EVALUATE TRUE                                                00005410
             WHEN WS-REVAL-DIFF > 0                                     00005420
               MOVE 'FXRL' TO WS-JRNL-TYPE                              00005430
               MOVE WS-REVAL-DIFF TO WS-REVAL-AMOUNT                    00005440
               ADD WS-REVAL-AMOUNT TO TBL-CUR-LOSS (WS-CURR-SUB)        00005450
               ADD WS-REVAL-AMOUNT TO WS-TOTAL-LOSS                     00005460
             WHEN WS-REVAL-DIFF < 0                                     00005470
               MOVE 'FXRG' TO WS-JRNL-TYPE                              00005480
               COMPUTE WS-REVAL-AMOUNT = 0 - WS-REVAL-DIFF              00005490
               ADD WS-REVAL-AMOUNT TO TBL-CUR-GAIN (WS-CURR-SUB)        00005500
               ADD WS-REVAL-AMOUNT TO WS-TOTAL-GAIN                     00005510
             WHEN OTHER                                                 00005520
               ADD 1 TO WS-NO-CHANGE                                    00005530
               GO TO 2000-NEXT                                          00005540
           END-EVALUATE                                                 00005550
           PERFORM 2700-WRITE-JOURNAL-PAIR THRU 2700-EXIT.              00005560
       2000-NEXT.                                                       00005570
           PERFORM 2900-READ-MYFILE THRU 2900-EXIT.                     00005580
       2000-EXIT.                                                       00005590
           EXIT.                                                        00005600
                                                                        00005610
      *> ***************************************************************00005620
      *> THE ACCUMULATOR ENTRY FOR THE ACCOUNT'S CURRENCY, ADDED THE    00005630
      *> FIRST TIME THE CURRENCY IS MET.  A FULL TABLE LEAVES           00005640
      *> WS-CURR-SUB ZERO AND THE ACCOUNT IS SKIPPED WITH A WARNING     00005650
      *> ***************************************************************00005660
       2100-FIND-CURRENCY.                                              00005670
           MOVE ZEROES TO WS-CURR-SUB                                   00005680
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1                        00005690
                    UNTIL WS-FX-SUB > WS-CURR-COUNT                     00005700
                    OR WS-CURR-SUB > 0                                  00005710
             IF TBL-CUR-CURR-CD (WS-FX-SUB) =                           00005720
                   MYFREC-CURR-CD OF MYFILE-RECORDS                     00005730
                MOVE WS-FX-SUB TO WS-CURR-SUB                           00005740
             END-IF                                                     00005750
           END-PERFORM                                                  00005760
           IF WS-CURR-SUB > 0                                           00005770
              GO TO 2100-EXIT                                           00005780
           END-IF                                                       00005790
           IF WS-CURR-COUNT NOT < WS-CURR-MAX                           00005800
              DISPLAY "CURRENCY TABLE FULL, ACCT NOT REVALUED: "        00005810
                MYFREC-ACCT-NO OF MYFILE-RECORDS                        00005820
              SET RC-WARNING TO TRUE                                    00005830
              GO TO 2100-EXIT                                           00005840
           END-IF                                                       00005850
           ADD 1 TO WS-CURR-COUNT                                       00005860
           MOVE WS-CURR-COUNT TO WS-CURR-SUB                            00005870
           MOVE MYFREC-CURR-CD OF MYFILE-RECORDS TO                     00005880
              TBL-CUR-CURR-CD (WS-CURR-SUB)                             00005890
           MOVE ZEROES TO TBL-CUR-RATE (WS-CURR-SUB)                    00005900
           MOVE ZEROES TO TBL-CUR-ACCOUNTS (WS-CURR-SUB)                00005910
           MOVE ZEROES TO TBL-CUR-REVALUED (WS-CURR-SUB)                00005920
           MOVE ZEROES TO TBL-CUR-NOT-REVALUED (WS-CURR-SUB)            00005930
           MOVE ZEROES TO TBL-CUR-BALANCE (WS-CURR-SUB)                 00005940
           MOVE ZEROES TO TBL-CUR-BOOK-BASE (WS-CURR-SUB)               00005950
           MOVE ZEROES TO TBL-CUR-REVAL-BASE (WS-CURR-SUB)              00005960
           MOVE ZEROES TO TBL-CUR-GAIN (WS-CURR-SUB)                    00005970
           MOVE ZEROES TO TBL-CUR-LOSS (WS-CURR-SUB).                   00005980
       2100-EXIT.                                                       00005990
           EXIT.                                                        00006000
                                                                        00006010
      *> ***************************************************************00006020
      *> THE MONTH-END RATE: THE ENTRY FOR THE CURRENCY WITH THE LATEST 00006030
      *> EFFECTIVE DATE NOT AFTER THE RUN DATE, KEPT ON THE CURRENCY'S  00006040
      *> ACCUMULATOR FOR THE REPORT                                     00006050
      *> ***************************************************************00006060
       2200-SELECT-FX-RATE.                                             00006070
           MOVE 'N' TO WS-FX-FOUND-SW                                   00006080
           MOVE ZEROES TO WS-FX-BEST-SUB                                00006090
           MOVE ZEROES TO WS-MONTH-END-RATE                             00006100
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1                        00006110
                    UNTIL WS-FX-SUB > WS-FX-COUNT                       00006120
             IF TBL-FX-CURR-CD (WS-FX-SUB) =                            00006130
                   MYFREC-CURR-CD OF MYFILE-RECORDS                     00006140
                AND TBL-FX-EFF-DATE (WS-FX-SUB) NOT > WS-RUN-DATE       00006150
                IF WS-FX-BEST-SUB = 0                                   00006160
                   OR TBL-FX-EFF-DATE (WS-FX-SUB)                       00006170
                      > TBL-FX-EFF-DATE (WS-FX-BEST-SUB)                00006180
                   MOVE WS-FX-SUB TO WS-FX-BEST-SUB                     00006190
                END-IF                                                  00006200
             END-IF                                                     00006210
           END-PERFORM                                                  00006220
           IF WS-FX-BEST-SUB > 0                                        00006230
              SET WS-FX-FOUND TO TRUE                                   00006240
              MOVE TBL-FX-RATE (WS-FX-BEST-SUB) TO WS-MONTH-END-RATE    00006250
              MOVE WS-MONTH-END-RATE TO TBL-CUR-RATE (WS-CURR-SUB)      00006260
           END-IF.                                                      00006270
       2200-EXIT.                                                       00006280
           EXIT.                                                        00006290
                                                                        00006300
      *> ***************************************************************00006310
      *> ONE BALANCED PAIR UNDER WS-JRNL-TYPE FOR WS-REVAL-AMOUNT,      00006320
      *> KEYED BY THE ACCOUNT NUMBER, THROUGH THE COA MAPPING WITH THE  00006330
      *> SUSPENSE FALLBACK                                              00006340
      *> ***************************************************************00006350
       2700-WRITE-JOURNAL-PAIR.                                         00006360
           MOVE 'N' TO WS-COA-FOUND-SW                                  00006370
           MOVE WS-SUSPENSE-ACCOUNT TO WS-JRNL-DR-ACCOUNT               00006380
           MOVE WS-SUSPENSE-ACCOUNT TO WS-JRNL-CR-ACCOUNT               00006390
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1                       00006400
                    UNTIL WS-COA-SUB > WS-COA-COUNT                     00006410
                    OR WS-COA-FOUND                                     00006420
             IF TBL-COA-TRAN-TYPE (WS-COA-SUB) = WS-JRNL-TYPE           00006430
                SET WS-COA-FOUND TO TRUE                                00006440
                MOVE TBL-COA-DR-ACCOUNT (WS-COA-SUB) TO                 00006450
                   WS-JRNL-DR-ACCOUNT                                   00006460
                MOVE TBL-COA-CR-ACCOUNT (WS-COA-SUB) TO                 00006470
                   WS-JRNL-CR-ACCOUNT                                   00006480
             END-IF                                                     00006490
           END-PERFORM                                                  00006500
           IF NOT WS-COA-FOUND                                          00006510
              DISPLAY "NO GL MAPPING FOR TYPE " WS-JRNL-TYPE            00006520
                ", SUSPENSE USED"                                       00006530
           END-IF                                                       00006540
           COMPUTE WS-JRNL-AMOUNT-CENTS = WS-REVAL-AMOUNT * 100         00006550
              ON SIZE ERROR                                             00006560
                 DISPLAY "SIZE ERROR CONVERTING JOURNAL AMOUNT"         00006570
                 MOVE ZEROES TO WS-JRNL-AMOUNT-CENTS                    00006580
           END-COMPUTE                                                  00006590
           MOVE SPACES TO GL-JRNL-RECORD                                00006600
           SET JRNL-DETAIL-REC TO TRUE                                  00006610
           MOVE MYFREC-ACCT-NO OF MYFILE-RECORDS TO JRNL-TRAN-ID        00006620
           MOVE WS-JRNL-DR-ACCOUNT TO JRNL-GL-ACCOUNT                   00006630
           MOVE 'DR' TO JRNL-DR-CR                                      00006640
           MOVE WS-JRNL-AMOUNT-CENTS TO JRNL-AMOUNT                     00006650
           WRITE GL-JRNL-RECORD                                         00006660
           IF FS-GL-JRNL-FILE NOT = "00"                                00006670
              DISPLAY "WRITE FAILED, GL-JRNL-FILE STATUS: "             00006680
                FS-GL-JRNL-FILE                                         00006690
              SET WS-IO-ERROR TO TRUE                                   00006700
           END-IF                                                       00006710
           ADD 1 TO WS-JRNL-REC-COUNT                                   00006720
           ADD WS-JRNL-AMOUNT-CENTS TO WS-JRNL-AMOUNT-HASH              00006730
           MOVE SPACES TO GL-JRNL-RECORD                                00006740
           SET JRNL-DETAIL-REC TO TRUE                                  00006750
           MOVE MYFREC-ACCT-NO OF MYFILE-RECORDS TO JRNL-TRAN-ID        00006760
           MOVE WS-JRNL-CR-ACCOUNT TO JRNL-GL-ACCOUNT                   00006770
           MOVE 'CR' TO JRNL-DR-CR                                      00006780
           MOVE WS-JRNL-AMOUNT-CENTS TO JRNL-AMOUNT                     00006790
           WRITE GL-JRNL-RECORD                                         00006800
           IF FS-GL-JRNL-FILE NOT = "00"                                00006810
              DISPLAY "WRITE FAILED, GL-JRNL-FILE STATUS: "             00006820
                FS-GL-JRNL-FILE                                         00006830
              SET WS-IO-ERROR TO TRUE                                   00006840
           END-IF                                                       00006850
           ADD 1 TO WS-JRNL-REC-COUNT                                   00006860
           ADD WS-JRNL-AMOUNT-CENTS TO WS-JRNL-AMOUNT-HASH.             00006870
       2700-EXIT.                                                       00006880
           EXIT.                                                        00006890
                                                                        00006900
       2900-READ-MYFILE.                                                00006910
           READ MYFILE                                                  00006920
           EVALUATE FS-MYFILE                                           00006930
             WHEN "00"                                                  00006940
               ADD 1 TO WS-RECS-READ                                    00006950
             WHEN "10"                                                  00006960
               SET WS-EOF TO TRUE                                       00006970
             WHEN OTHER                                                 00006980
               DISPLAY "READ FAILED, MYFILE STATUS: " FS-MYFILE         00006990
               SET WS-EOF TO TRUE                                       00007000
               SET WS-IO-ERROR TO TRUE                                  00007010
           END-EVALUATE.                                                00007020
       2900-EXIT.                                                       00007030
           EXIT.                                                        00007040
                                                                        00007050
      *> ***************************************************************00007060
      *> FINANCE'S REPORT: ONE LINE PER CURRENCY, THEN THE TOTALS       00007070
      *> ***************************************************************00007080
       7000-WRITE-REPORT.                                               00007090
           WRITE REVAL-RPT-LINE FROM WS-HDR-LINE-2                      00007100
           PERFORM VARYING WS-CURR-SUB FROM 1 BY 1                      00007110
                    UNTIL WS-CURR-SUB > WS-CURR-COUNT                   00007120
             MOVE TBL-CUR-CURR-CD (WS-CURR-SUB) TO DTL-CURR-CD          00007130
             MOVE TBL-CUR-RATE (WS-CURR-SUB) TO DTL-RATE                00007140
             MOVE TBL-CUR-ACCOUNTS (WS-CURR-SUB) TO DTL-ACCOUNTS        00007150
             MOVE TBL-CUR-NOT-REVALUED (WS-CURR-SUB) TO                 00007160
                DTL-NOT-REVALUED                                        00007170
             MOVE TBL-CUR-BALANCE (WS-CURR-SUB) TO DTL-BALANCE          00007180
             MOVE TBL-CUR-BOOK-BASE (WS-CURR-SUB) TO DTL-BOOK-BASE      00007190
             MOVE TBL-CUR-REVAL-BASE (WS-CURR-SUB) TO DTL-REVAL-BASE    00007200
             MOVE TBL-CUR-GAIN (WS-CURR-SUB) TO DTL-GAIN                00007210
             MOVE TBL-CUR-LOSS (WS-CURR-SUB) TO DTL-LOSS                00007220
             COMPUTE DTL-NET = TBL-CUR-GAIN (WS-CURR-SUB)               00007230
                - TBL-CUR-LOSS (WS-CURR-SUB)                            00007240
             WRITE REVAL-RPT-LINE FROM WS-DTL-LINE                      00007250
           END-PERFORM                                                  00007260
           COMPUTE TOT-ACCOUNTS = WS-REVALUED + WS-NO-BOOK-RATE         00007270
              + WS-NO-MONTH-RATE                                        00007280
           COMPUTE TOT-NOT-REVALUED = WS-NO-BOOK-RATE + WS-NO-MONTH-RATE00007290
           MOVE WS-TOTAL-GAIN TO TOT-GAIN                               00007300
           MOVE WS-TOTAL-LOSS TO TOT-LOSS                               00007310
           COMPUTE TOT-NET = WS-TOTAL-GAIN - WS-TOTAL-LOSS              00007320
           WRITE REVAL-RPT-LINE FROM WS-TOTAL-LINE                      00007330
           IF WS-NO-BOOK-RATE > 0                                       00007340
              MOVE SPACES TO NOTE-TEXT                                  00007350
              STRING 'NOT REVALUED FOR WANT OF A BOOK RATE (MYFREC-FX-' 00007360
                 'RATE ZERO): ' WS-NO-BOOK-RATE                         00007370
                 DELIMITED BY SIZE INTO NOTE-TEXT                       00007380
              WRITE REVAL-RPT-LINE FROM WS-NOTE-LINE                    00007390
           END-IF                                                       00007400
           IF WS-NO-MONTH-RATE > 0                                      00007410
              MOVE SPACES TO NOTE-TEXT                                  00007420
              STRING 'NOT REVALUED FOR WANT OF A MONTH-END FXRATES RATE'00007430
                 ': ' WS-NO-MONTH-RATE                                  00007440
                 DELIMITED BY SIZE INTO NOTE-TEXT                       00007450
              WRITE REVAL-RPT-LINE FROM WS-NOTE-LINE                    00007460
           END-IF                                                       00007470
           MOVE SPACES TO NOTE-TEXT                                     00007480
           STRING 'GAINS POSTED UNDER FXRG, LOSSES UNDER FXRL; REVERSED'00007490
              ' ON ' WS-REVERSE-DATE                                    00007500
              DELIMITED BY SIZE INTO NOTE-TEXT                          00007510
           WRITE REVAL-RPT-LINE FROM WS-NOTE-LINE.                      00007520
       7000-EXIT.                                                       00007530
           EXIT.                                                        00007540
                                                                        00007550
      *> ***************************************************************00007560
      *> JOURNAL TRAILER; THE CONTROL RECORD THE REVERSAL STEP WAITS    00007570
      *> ON; COUNT SUMMARY; CLOSE UP.  AN I/O ERROR LEAVES THE CONTROL  00007580
      *> RECORD ALONE SO A BAD JOURNAL IS NEVER QUEUED FOR REVERSAL     00007590
      *> ***************************************************************00007600
       9000-TERMINATE.                                                  00007610
           MOVE SPACES TO GL-JRNL-RECORD                                00007620
           SET JRNL-TRAILER-REC TO TRUE                                 00007630
           MOVE WS-JRNL-REC-COUNT TO JRNL-TRL-REC-COUNT                 00007640
           MOVE WS-JRNL-AMOUNT-HASH TO JRNL-TRL-AMOUNT-HASH             00007650
           WRITE GL-JRNL-RECORD                                         00007660
                                                                        00007670
           IF NOT WS-IO-ERROR                                           00007680
              OPEN OUTPUT FXREV-CTL-FILE                                00007690
              IF FS-FXREV-CTL-FILE NOT = "00"                           00007700
                 MOVE "OPEN FAILED ON FXREV-CTL-FILE" TO                00007710
                    WS-ABEND-MESSAGE                                    00007720
                 GO TO 9999-ABEND                                       00007730
              END-IF                                                    00007740
              MOVE SPACES TO FXREV-CONTROL-RECORD                       00007750
              MOVE WS-RUN-DATE TO FXC-REVAL-DATE                        00007760
              MOVE WS-REVERSE-DATE TO FXC-REVERSE-DATE                  00007770
              SET FXC-PENDING TO TRUE                                   00007780
              MOVE ZEROES TO FXC-REVERSED-ON                            00007790
              MOVE WS-JRNL-REC-COUNT TO FXC-JRNL-REC-COUNT              00007800
              MOVE WS-JRNL-AMOUNT-HASH TO FXC-JRNL-AMOUNT-HASH          00007810
              WRITE FXREV-CONTROL-RECORD                                00007820
              IF FS-FXREV-CTL-FILE NOT = "00"                           00007830
                 DISPLAY "WRITE FAILED, FXREV-CTL-FILE STATUS: "        00007840
                   FS-FXREV-CTL-FILE                                    00007850
                 SET WS-IO-ERROR TO TRUE                                00007860
              END-IF                                                    00007870
              CLOSE FXREV-CTL-FILE                                      00007880
           END-IF                                                       00007890
                                                                        00007900
           DISPLAY "===== FXREVAL RUN SUMMARY ====="                    00007910
           DISPLAY "ACCOUNTS READ        : " WS-RECS-READ               00007920
           DISPLAY "BASE CURRENCY        : " WS-BASE-ACCOUNTS           00007930
           DISPLAY "FOREIGN CURRENCY     : " WS-FOREIGN-ACCOUNTS        00007940
           DISPLAY "  ZERO BALANCE       : " WS-ZERO-BALANCE            00007950
           DISPLAY "  REVALUED           : " WS-REVALUED                00007960
           DISPLAY "  NO MOVEMENT        : " WS-NO-CHANGE               00007970
           DISPLAY "  NO BOOK RATE       : " WS-NO-BOOK-RATE            00007980
           DISPLAY "  NO MONTH-END RATE  : " WS-NO-MONTH-RATE           00007990
           DISPLAY "CURRENCIES           : " WS-CURR-COUNT              00008000
           DISPLAY "JOURNAL RECORDS      : " WS-JRNL-REC-COUNT          00008010
           DISPLAY "REVERSAL DATE        : " WS-REVERSE-DATE            00008020
           CLOSE MYFILE                                                 00008030
           CLOSE GL-JRNL-FILE                                           00008040
           CLOSE REVAL-RPT-FILE.                                        00008050
       9000-EXIT.                                                       00008060
           EXIT.                                                        00008070
                                                                        00008080
       COPY ABENDPAR.                                                   00008090
       COPY PROCDPAR.                                                   00008100
