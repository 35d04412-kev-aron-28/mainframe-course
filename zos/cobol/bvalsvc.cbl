       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. BVALSVC.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * BACK-VALUED MYFILE POSTING SERVICE-CHARGE ADJUSTMENT.   *       00000090
      * A CORRECTION MYFMAINT POSTS TODAY WITH AN EFFECTIVE     *       00000100
      * DATE IN AN EARLIER MONTH LEFT THE BALANCE WRONG BY ITS  *       00000110
      * AMOUNT FOR EVERY MONTH SINCE, AND THE SERVICE CHARGE    *       00000120
      * FOR THOSE MONTHS WAS TAKEN ON THE WRONG BALANCE.  THIS  *       00000130
      * STEP FINDS THE DAY'S BACK-VALUED POSTINGS ON THE LEDGER *       00000140
      * AND RE-PRICES EACH ELAPSED MONTH ON THE PUBLISHED RATES *       00000150
      * IN FORCE THEN, UNLESS A WAIVER COVERED IT.  THE MONTHS  *       00000160
      * PERCTL STILL HAS OPEN ARE POSTED AS ONE ADJUSTMENT -    *       00000170
      * 'BVSC' CHARGE STILL DUE ON A CREDIT, 'BVSR' CHARGE TO   *       00000180
      * REFUND ON A DEBIT - WITH ITS BALANCED PAIR TO THE       *       00000190
      * GLJRNL INTERFACE AND AN ENTRY ON THE POSTING HISTORY.   *       00000200
      * A CLOSED MONTH IS NEVER RESTATED: IT GOES TO THE        *       00000210
      * BACK-VALUE EXCEPTION REPORT FOR THE LEDGER DESK.        *       00000220
      * ********************************************************        00000230
       ENVIRONMENT DIVISION.                                            00000240
       INPUT-OUTPUT SECTION.                                            00000250
       FILE-CONTROL.                                                    00000260
           SELECT MYFILE                                                00000270
           ASSIGN TO MYDD                                               00000280
           ORGANIZATION IS INDEXED                                      00000290
           ACCESS MODE IS DYNAMIC                                       00000300
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000310
           FILE STATUS IS FS-MYFILE.                                    00000320
           SELECT MYF-TRAN-FILE                                         00000330
           ASSIGN TO MYFTRAN                                            00000340
           ORGANIZATION IS INDEXED                                      00000350
           ACCESS MODE IS DYNAMIC                                       00000360
           RECORD KEY IS MTR-KEY                                        00000370
           FILE STATUS IS FS-MYF-TRAN-FILE.                             00000380
           SELECT RATE-FILE                                             00000390
           ASSIGN TO SVCRATES                                           00000400
           ORGANIZATION IS SEQUENTIAL                                   00000410
           FILE STATUS IS FS-RATE-FILE.                                 00000420
           SELECT WAIVER-FILE                                           00000430
           ASSIGN TO WAIVERS                                            00000440
           ORGANIZATION IS SEQUENTIAL                                   00000450
           FILE STATUS IS FS-WAIVER-FILE.                               00000460
           SELECT PERIOD-FILE                                           00000470
           ASSIGN TO PERIODS                                            00000480
           ORGANIZATION IS SEQUENTIAL                                   00000490
           FILE STATUS IS FS-PERIOD-FILE.                               00000500
           SELECT GL-COA-FILE                                           00000510
           ASSIGN TO GLCOA                                              00000520
           ORGANIZATION IS SEQUENTIAL                                   00000530
           FILE STATUS IS FS-GL-COA-FILE.                               00000540
           SELECT GL-JRNL-FILE                                          00000550
           ASSIGN TO GLJRNL                                             00000560
           ORGANIZATION IS SEQUENTIAL                                   00000570
           FILE STATUS IS FS-GL-JRNL-FILE.                              00000580
           SELECT POST-HIST-FILE                                        00000590
           ASSIGN TO POSTHIST                                           00000600
           ORGANIZATION IS SEQUENTIAL                                   00000610
           FILE STATUS IS FS-POST-HIST-FILE.                            00000620
           SELECT BVAL-EXC-FILE                                         00000630
           ASSIGN TO BVALEXC                                            00000640
           ORGANIZATION IS SEQUENTIAL                                   00000650
           FILE STATUS IS FS-BVAL-EXC-FILE.                             00000660
           SELECT AUDIT-LOG-FILE                                        00000670
           ASSIGN TO AUDITLOG                                           00000680
           ORGANIZATION IS SEQUENTIAL                                   00000690
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000700
           SELECT PROC-DATE-FILE                                        00000710
           ASSIGN TO PROCDATE                                           00000720
           ORGANIZATION IS SEQUENTIAL                                   00000730
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000740
                                                                        00000750
       DATA DIVISION.                                                   00000760
       FILE SECTION.                                                    00000770
       FD MYFILE.                                                       00000780
       COPY MYFREC.                                                     00000790
                                                                        00000800
       FD MYF-TRAN-FILE.                                                00000810
       COPY MYFTRAN.                                                    00000820
                                                                        00000830
      *> ***************************************************************00000840
      *> THE SAME PUBLISHED SERVICE-CHARGE RATES AND WAIVER GRANTS THE  00000850
      *> NIGHTLY EXTRACT PRICES WITH                                    00000860
      *> ***************************************************************00000870
       FD RATE-FILE.                                                    00000880
       01 RATE-RECORD.                                                  00000890
           05 RATE-BAND-FLOOR       PIC 9(11)V99.                       00000900
           05 RATE-PCT              PIC 9V999.                          00000910
           05 RATE-EFF-DATE         PIC 9(08).                          00000920
           05 FILLER                PIC X(15).                          00000930
                                                                        00000940
       FD WAIVER-FILE.                                                  00000950
       01 WAIVER-RECORD.                                                00000960
           05 WVR-ACCT-NO           PIC 9(09).                          00000970
           05 WVR-TYPE              PIC X(02).                          00000980
           05 WVR-EFF-FROM          PIC 9(08).                          00000990
           05 WVR-EFF-TO            PIC 9(08).                          00001000
           05 WVR-OFFICER           PIC X(08).                          00001010
           05 FILLER                PIC X(45).                          00001020
                                                                        00001030
       FD PERIOD-FILE.                                                  00001040
       COPY PERIODS.                                                    00001050
                                                                        00001060
       FD GL-COA-FILE.                                                  00001070
       01 GL-COA-RECORD.                                                00001080
           05 COA-TRAN-TYPE         PIC X(04).                          00001090
           05 COA-DR-ACCOUNT        PIC 9(08).                          00001100
           05 COA-CR-ACCOUNT        PIC 9(08).                          00001110
           05 FILLER                PIC X(60).                          00001120
                                                                        00001130
      *> ***************************************************************00001140
      *> JOURNAL INTERFACE RECORD - ONE BALANCED DR/CR PAIR PER         00001150
      *> ADJUSTMENT PLUS THE BATCH TRAILER THE LEDGER SYSTEM VERIFIES   00001160
      *> ON LOAD (RECORD COUNT AND AMOUNT HASH, IN CENTS)               00001170
      *> ***************************************************************00001180
       FD GL-JRNL-FILE.                                                 00001190
       01 GL-JRNL-RECORD.                                               00001200
           05 JRNL-REC-TYPE         PIC X(01).                          00001210
               88 JRNL-DETAIL-REC    VALUE 'D'.                         00001220
               88 JRNL-TRAILER-REC   VALUE 'T'.                         00001230
           05 JRNL-TRAN-ID          PIC 9(09).                          00001240
           05 JRNL-GL-ACCOUNT       PIC 9(08).                          00001250
           05 JRNL-DR-CR            PIC X(02).                          00001260
           05 JRNL-AMOUNT           PIC 9(13).                          00001270
           05 FILLER                PIC X(17).                          00001280
       01 GL-JRNL-TRAILER REDEFINES GL-JRNL-RECORD.                     00001290
           05 FILLER                PIC X(01).                          00001300
           05 JRNL-TRL-REC-COUNT    PIC 9(09).                          00001310
           05 JRNL-TRL-AMOUNT-HASH  PIC 9(15).                          00001320
           05 FILLER                PIC X(25).                          00001330
                                                                        00001340
       FD POST-HIST-FILE.                                               00001350
       COPY POSTHIST.                                                   00001360
                                                                        00001370
       FD BVAL-EXC-FILE.                                                00001380
       01 BVAL-EXC-LINE             PIC X(133).                         00001390
                                                                        00001400
       FD AUDIT-LOG-FILE.                                               00001410
       COPY AUDITLOG.                                                   00001420
                                                                        00001430
       FD PROC-DATE-FILE.                                               00001440
       COPY PROCDREC.                                                   00001450
                                                                        00001460
       WORKING-STORAGE SECTION.                                         00001470
       01 FS-MYFILE PIC XX.                                             00001480
       01 FS-MYF-TRAN-FILE PIC XX.                                      00001490
       01 FS-RATE-FILE PIC XX.                                          00001500
       01 FS-WAIVER-FILE PIC XX.                                        00001510
       01 FS-PERIOD-FILE PIC XX.                                        00001520
       01 FS-GL-COA-FILE PIC XX.                                        00001530
       01 FS-GL-JRNL-FILE PIC XX.                                       00001540
       01 FS-POST-HIST-FILE PIC XX.                                     00001550
       01 FS-BVAL-EXC-FILE PIC XX.                                      00001560
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00001570
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001580
           88 WS-EOF VALUE 'Y'.                                         00001590
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00001600
           88 WS-IO-ERROR VALUE 'Y'.                                    00001610
       01 WS-SEQ-EOF-SW PIC X(01) VALUE 'N'.                            00001620
           88 WS-SEQ-EOF VALUE 'Y'.                                     00001630
       01 WS-RATE-EOF-SW PIC X(01) VALUE 'N'.                           00001640
           88 WS-RATE-EOF VALUE 'Y'.                                    00001650
       01 WS-WVR-EOF-SW PIC X(01) VALUE 'N'.                            00001660
           88 WS-WVR-EOF VALUE 'Y'.                                     00001670
       01 WS-WVR-FOUND-SW PIC X(01) VALUE 'N'.                          00001680
           88 WS-WVR-FOUND VALUE 'Y'.                                   00001690
       01 WS-PER-EOF-SW PIC X(01) VALUE 'N'.                            00001700
           88 WS-PER-EOF VALUE 'Y'.                                     00001710
       01 WS-COA-EOF-SW PIC X(01) VALUE 'N'.                            00001720
           88 WS-COA-EOF VALUE 'Y'.                                     00001730
       01 WS-COA-FOUND-SW PIC X(01) VALUE 'N'.                          00001740
           88 WS-COA-FOUND VALUE 'Y'.                                   00001750
       01 WS-MONTH-CLOSED-SW PIC X(01) VALUE 'N'.                       00001760
           88 WS-MONTH-CLOSED VALUE 'Y'.                                00001770
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001780
       01 WS-RUN-YYYYMM PIC 9(06) VALUE ZEROES.                         00001790
       01 WS-CURR-ACCT-NO PIC 9(09) VALUE ZEROES.                       00001800
       01 WS-BASE-CURR-CD PIC X(03) VALUE 'USD'.                        00001810
      *> ***************************************************************00001820
      *> BACK-VALUE WORK AREAS.  WS-BV-AMOUNT IS THE POSTING'S AMOUNT   00001830
      *> WITHOUT ITS SIGN; THE CHARGE PER MONTH IS THAT AMOUNT AT THE   00001840
      *> RATE IN FORCE FOR THE MONTH.  AMOUNTS ARE IN THE ACCOUNT'S     00001850
      *> OWN CURRENCY UNTIL THE JOURNAL LEG CONVERTS THEM TO BASE       00001860
      *> ***************************************************************00001870
       01 WS-BV-YYYYMM PIC 9(06) VALUE ZEROES.                          00001880
       01 WS-BV-YYYYMM-R REDEFINES WS-BV-YYYYMM.                        00001890
           05 WS-BV-YYYY PIC 9(04).                                     00001900
           05 WS-BV-MM PIC 9(02).                                       00001910
       01 WS-PRICE-DATE PIC 9(08) VALUE ZEROES.                         00001920
       01 WS-BV-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZEROES.               00001930
       01 WS-BV-MONTH-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.            00001940
       01 WS-BV-OPEN-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.             00001950
       01 WS-BASE-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZEROES.             00001960
       01 WS-BV-TYPE PIC X(04) VALUE SPACES.                            00001970
       01 WS-EXC-TEXT PIC X(40) VALUE SPACES.                           00001980
       01 WS-JRNL-TYPE PIC X(04) VALUE SPACES.                          00001990
       01 WS-JRNL-SRC-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.            00002000
       01 WS-JRNL-BASE-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.           00002010
       01 WS-JRNL-DR-ACCOUNT PIC 9(08) VALUE ZEROES.                    00002020
       01 WS-JRNL-CR-ACCOUNT PIC 9(08) VALUE ZEROES.                    00002030
       01 WS-JRNL-REC-COUNT PIC 9(09) VALUE ZEROES.                     00002040
       01 WS-JRNL-AMOUNT-HASH PIC 9(15) VALUE ZEROES.                   00002050
       01 WS-JRNL-AMOUNT-CENTS PIC 9(13) VALUE ZEROES.                  00002060
       01 WS-SUSPENSE-ACCOUNT PIC 9(08) VALUE 99999999.                 00002070
       01 WS-SVC-CHARGE-RATE PIC SV999 COMP-3 VALUE .020.               00002080
       01 WS-APPLIED-RATE PIC SV999 COMP-3 VALUE ZEROES.                00002090
       01 WS-RATE-TABLE.                                                00002100
           05 WS-RATE-ENTRY OCCURS 50 TIMES.                            00002110
               10 TBL-RATE-BAND-FLOOR   PIC 9(11)V99.                   00002120
               10 TBL-RATE-PCT          PIC 9V999.                      00002130
               10 TBL-RATE-EFF-DATE     PIC 9(08).                      00002140
       01 WS-RATE-COUNT PIC 9(02) VALUE ZEROES.                         00002150
       01 WS-RATE-MAX PIC 9(02) VALUE 50.                               00002160
       01 WS-RATE-SUB PIC 9(02) VALUE ZEROES.                           00002170
       01 WS-BEST-SUB PIC 9(02) VALUE ZEROES.                           00002180
       01 WS-WVR-TABLE.                                                 00002190
           05 WS-WVR-ENTRY OCCURS 200 TIMES.                            00002200
               10 TBL-WVR-ACCT-NO   PIC 9(09).                          00002210
               10 TBL-WVR-EFF-FROM  PIC 9(08).                          00002220
               10 TBL-WVR-EFF-TO    PIC 9(08).                          00002230
       01 WS-WVR-COUNT PIC 9(03) VALUE ZEROES.                          00002240
       01 WS-WVR-MAX PIC 9(03) VALUE 200.                               00002250
       01 WS-WVR-SUB PIC 9(03) VALUE ZEROES.                            00002260
       01 WS-COA-TABLE.                                                 00002270
           05 WS-COA-ENTRY OCCURS 100 TIMES.                            00002280
               10 TBL-COA-TRAN-TYPE     PIC X(04).                      00002290
               10 TBL-COA-DR-ACCOUNT    PIC 9(08).                      00002300
               10 TBL-COA-CR-ACCOUNT    PIC 9(08).                      00002310
       01 WS-COA-COUNT PIC 9(03) VALUE ZEROES.                          00002320
       01 WS-COA-MAX PIC 9(03) VALUE 100.                               00002330
       01 WS-COA-SUB PIC 9(03) VALUE ZEROES.                            00002340
       01 WS-CLOSED-TABLE.                                              00002350
           05 WS-CLOSED-YYYYMM OCCURS 100 TIMES PIC 9(06).              00002360
       01 WS-CLOSED-COUNT PIC 9(03) VALUE ZEROES.                       00002370
       01 WS-CLOSED-MAX PIC 9(03) VALUE 100.                            00002380
       01 WS-CLOSED-SUB PIC 9(03) VALUE ZEROES.                         00002390
       01 WS-RECS-READ PIC 9(07) VALUE ZEROES.                          00002400
       01 WS-POSTINGS-SCANNED PIC 9(07) VALUE ZEROES.                   00002410
       01 WS-POSTINGS-BACK-VALUED PIC 9(07) VALUE ZEROES.               00002420
       01 WS-ADJUSTMENTS PIC 9(07) VALUE ZEROES.                        00002430
       01 WS-MONTHS-WAIVED PIC 9(07) VALUE ZEROES.                      00002440
       01 WS-EXCEPTIONS PIC 9(07) VALUE ZEROES.                         00002450
       01 WS-TOTAL-CHARGED PIC S9(13)V99 COMP-3 VALUE ZEROES.           00002460
       01 WS-TOTAL-REFUNDED PIC S9(13)V99 COMP-3 VALUE ZEROES.          00002470
       COPY ABENDCPY.                                                   00002480
       COPY AUDITCHN.                                                   00002490
       COPY PROCDCPY.                                                   00002500
                                                                        00002510
      *> ***************************************************************00002520
      *> BACK-VALUE EXCEPTION REPORT LINES                              00002530
      *> ***************************************************************00002540
       01 WS-EXC-HDR-1.                                                 00002550
           05 FILLER PIC X(01) VALUE '1'.                               00002560
           05 FILLER PIC X(45)                                          00002570
              VALUE 'BVALSVC - BACK-VALUE EXCEPTIONS'.                  00002580
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00002590
           05 EXC-RUN-DATE PIC 9(08).                                   00002600
                                                                        00002610
       01 WS-EXC-HDR-2.                                                 00002620
           05 FILLER PIC X(01) VALUE SPACE.                             00002630
           05 FILLER PIC X(11) VALUE 'ACCOUNT'.                         00002640
           05 FILLER PIC X(10) VALUE 'POSTED'.                          00002650
           05 FILLER PIC X(07) VALUE 'SEQ'.                             00002660
           05 FILLER PIC X(10) VALUE 'EFF DATE'.                        00002670
           05 FILLER PIC X(08) VALUE 'PERIOD'.                          00002680
           05 FILLER PIC X(04) VALUE 'CUR'.                             00002690
           05 FILLER PIC X(18) VALUE '    NOT ADJUSTED'.                00002700
           05 FILLER PIC X(40) VALUE 'REASON'.                          00002710
                                                                        00002720
       01 WS-EXC-DTL.                                                   00002730
           05 FILLER PIC X(01) VALUE SPACE.                             00002740
           05 EXC-ACCT-NO PIC 9(09).                                    00002750
           05 FILLER PIC X(02) VALUE SPACES.                            00002760
           05 EXC-TRAN-DATE PIC 9(08).                                  00002770
           05 FILLER PIC X(02) VALUE SPACES.                            00002780
           05 EXC-SEQ-NO PIC 9(05).                                     00002790
           05 FILLER PIC X(02) VALUE SPACES.                            00002800
           05 EXC-EFF-DATE PIC 9(08).                                   00002810
           05 FILLER PIC X(02) VALUE SPACES.                            00002820
           05 EXC-PERIOD PIC 9(06).                                     00002830
           05 FILLER PIC X(02) VALUE SPACES.                            00002840
           05 EXC-CURR-CD PIC X(03).                                    00002850
           05 FILLER PIC X(01) VALUE SPACE.                             00002860
           05 EXC-AMOUNT PIC Z(10)9.99-.                                00002870
           05 FILLER PIC X(02) VALUE SPACES.                            00002880
           05 EXC-REASON PIC X(40).                                     00002890
                                                                        00002900
       PROCEDURE DIVISION.                                              00002910
       0000-MAIN.                                                       00002920
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00002930
           PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT                  00002940
              UNTIL WS-EOF                                              00002950
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00002960
           IF WS-IO-ERROR                                               00002970
              MOVE 12 TO RETURN-CODE                                    00002980
           ELSE                                                         00002990
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00003000
           END-IF                                                       00003010
           GOBACK.                                                      00003020
                                                                        00003030
      *> ***************************************************************00003040
      *> RUN DATE, THE ACCOUNT HEADER AND LEDGER, THE PRICING, PERIOD   00003050
      *> AND GL TABLES, THEN THE OUTPUTS.  THE POSTING HISTORY IS       00003060
      *> APPENDED TO, AS ARITH APPENDS TO IT                            00003070
      *> ***************************************************************00003080
       1000-INITIALIZE.                                                 00003090
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00003100
           IF WS-PROCESS-DATE > 0                                       00003110
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00003120
           ELSE                                                         00003130
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00003140
           END-IF                                                       00003150
           COMPUTE WS-RUN-YYYYMM = WS-RUN-DATE / 100                    00003160
                                                                        00003170
           OPEN INPUT MYFILE                                            00003180
           EVALUATE FS-MYFILE                                           00003190
             WHEN "00"                                                  00003200
               CONTINUE                                                 00003210
             WHEN "35"                                                  00003220
               MOVE "MYFILE NOT FOUND" TO WS-ABEND-MESSAGE              00003230
               GO TO 9999-ABEND                                         00003240
             WHEN OTHER                                                 00003250
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00003260
               GO TO 9999-ABEND                                         00003270
           END-EVALUATE                                                 00003280
           OPEN INPUT MYF-TRAN-FILE                                     00003290
           EVALUATE FS-MYF-TRAN-FILE                                    00003300
             WHEN "00"                                                  00003310
               CONTINUE                                                 00003320
             WHEN "35"                                                  00003330
               MOVE "MYFILE LEDGER NOT FOUND" TO WS-ABEND-MESSAGE       00003340
               GO TO 9999-ABEND                                         00003350
             WHEN OTHER                                                 00003360
               MOVE "OPEN FAILED ON MYF-TRAN-FILE" TO WS-ABEND-MESSAGE  00003370
               GO TO 9999-ABEND                                         00003380
           END-EVALUATE                                                 00003390
                                                                        00003400
           PERFORM 1100-LOAD-COA THRU 1100-EXIT                         00003410
           PERFORM 1200-LOAD-RATES THRU 1200-EXIT                       00003420
           PERFORM 1300-LOAD-WAIVERS THRU 1300-EXIT                     00003430
           PERFORM 1400-LOAD-CLOSED-PERIODS THRU 1400-EXIT              00003440
                                                                        00003450
           OPEN OUTPUT GL-JRNL-FILE                                     00003460
           IF FS-GL-JRNL-FILE NOT = "00"                                00003470
              MOVE "OPEN FAILED ON GL-JRNL-FILE" TO WS-ABEND-MESSAGE    00003480
              GO TO 9999-ABEND                                          00003490
           END-IF                                                       00003500
           OPEN EXTEND POST-HIST-FILE                                   00003510
           IF FS-POST-HIST-FILE = "35"                                  00003520
              OPEN OUTPUT POST-HIST-FILE                                00003530
           END-IF                                                       00003540
           IF FS-POST-HIST-FILE NOT = "00"                              00003550
              MOVE "OPEN FAILED ON POST-HIST-FILE" TO WS-ABEND-MESSAGE  00003560
              GO TO 9999-ABEND                                          00003570
           END-IF                                                       00003580
           OPEN OUTPUT BVAL-EXC-FILE                                    00003590
           IF FS-BVAL-EXC-FILE NOT = "00"                               00003600
              MOVE "OPEN FAILED ON BVAL-EXC-FILE" TO WS-ABEND-MESSAGE   00003610
              GO TO 9999-ABEND                                          00003620
           END-IF                                                       00003630
           MOVE "BVALSVC" TO ALOG-PROGRAM-ID                            00003640
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00003650
                                                                        00003660
           MOVE WS-RUN-DATE TO EXC-RUN-DATE                             00003670
           WRITE BVAL-EXC-LINE FROM WS-EXC-HDR-1                        00003680
           WRITE BVAL-EXC-LINE FROM WS-EXC-HDR-2                        00003690
           PERFORM 2900-READ-MYFILE THRU 2900-EXIT.                     00003700
       1000-EXIT.                                                       00003710
           EXIT.                                                        00003720
                                                                        00003730
      *> ***************************************************************00003740
      *> LOAD THE CHART-OF-ACCOUNTS MAPPING.  A MISSING DATASET MEANS   00003750
      *> EVERY TYPE POSTS TO SUSPENSE, WHICH THE LEDGER DESK WILL SEE   00003760
      *> AND CHASE - THE BATCH IS NEVER SILENTLY DROPPED                00003770
      *> ***************************************************************00003780
       1100-LOAD-COA.                                                   00003790
           OPEN INPUT GL-COA-FILE                                       00003800
           EVALUATE FS-GL-COA-FILE                                      00003810
             WHEN "00"                                                  00003820
               PERFORM UNTIL WS-COA-EOF                                 00003830
                 READ GL-COA-FILE                                       00003840
                   AT END                                               00003850
                     SET WS-COA-EOF TO TRUE                             00003860
                   NOT AT END                                           00003870
                     IF COA-DR-ACCOUNT NUMERIC                          00003874
                        AND COA-CR-ACCOUNT NUMERIC                      00003878
                        IF WS-COA-COUNT NOT < WS-COA-MAX                00003882
                           DISPLAY "COA TABLE FULL AT TYPE: "           00003886
                             COA-TRAN-TYPE                              00003890
                           MOVE "CHART OF ACCOUNTS EXCEEDS COA TABLE"   00003894
                              TO WS-ABEND-MESSAGE                       00003898
                           GO TO 9999-ABEND                             00003902
                        END-IF                                          00003906
                        ADD 1 TO WS-COA-COUNT                           00003910
                        MOVE COA-TRAN-TYPE TO                           00003920
                           TBL-COA-TRAN-TYPE (WS-COA-COUNT)             00003930
                        MOVE COA-DR-ACCOUNT TO                          00003940
                           TBL-COA-DR-ACCOUNT (WS-COA-COUNT)            00003950
                        MOVE COA-CR-ACCOUNT TO                          00003960
                           TBL-COA-CR-ACCOUNT (WS-COA-COUNT)            00003970
                     ELSE                                               00003980
                        DISPLAY "BAD COA RECORD, TYPE: "                00003990
                          COA-TRAN-TYPE                                 00004000
                     END-IF                                             00004010
                 END-READ                                               00004020
               END-PERFORM                                              00004030
               CLOSE GL-COA-FILE                                        00004040
             WHEN "35"                                                  00004050
               DISPLAY "NO CHART OF ACCOUNTS, POSTING TO SUSPENSE"      00004060
             WHEN OTHER                                                 00004070
               MOVE "OPEN FAILED ON GL-COA-FILE" TO WS-ABEND-MESSAGE    00004080
               GO TO 9999-ABEND                                         00004090
           END-EVALUATE.                                                00004100
       1100-EXIT.                                                       00004110
           EXIT.                                                        00004120
                                                                        00004130
      *> ***************************************************************00004140
      *> SAME LOADER AND SELECTION RULE AS THE EXTRACT USES, SO A MONTH 00004150
      *> IS RE-PRICED AT THE CHARGE THE NIGHT WOULD HAVE TAKEN THEN     00004160
      *> ***************************************************************00004170
       1200-LOAD-RATES.                                                 00004180
           OPEN INPUT RATE-FILE                                         00004190
           EVALUATE FS-RATE-FILE                                        00004200
             WHEN "00"                                                  00004210
               PERFORM UNTIL WS-RATE-EOF                                00004220
                 READ RATE-FILE                                         00004230
                   AT END                                               00004240
                     SET WS-RATE-EOF TO TRUE                            00004250
                   NOT AT END                                           00004260
                     IF RATE-BAND-FLOOR NUMERIC                         00004270
                        AND RATE-PCT NUMERIC                            00004280
                        AND RATE-EFF-DATE NUMERIC                       00004290
                        AND WS-RATE-COUNT < WS-RATE-MAX                 00004300
                        ADD 1 TO WS-RATE-COUNT                          00004310
                        MOVE RATE-BAND-FLOOR TO                         00004320
                           TBL-RATE-BAND-FLOOR (WS-RATE-COUNT)          00004330
                        MOVE RATE-PCT TO                                00004340
                           TBL-RATE-PCT (WS-RATE-COUNT)                 00004350
                        MOVE RATE-EFF-DATE TO                           00004360
                           TBL-RATE-EFF-DATE (WS-RATE-COUNT)            00004370
                     END-IF                                             00004380
                 END-READ                                               00004390
               END-PERFORM                                              00004400
               CLOSE RATE-FILE                                          00004410
             WHEN "35"                                                  00004420
               DISPLAY "NO RATES DATASET, CHARGING FLAT RATE"           00004430
             WHEN OTHER                                                 00004440
               MOVE "OPEN FAILED ON RATE-FILE" TO WS-ABEND-MESSAGE      00004450
               GO TO 9999-ABEND                                         00004460
           END-EVALUATE.                                                00004470
       1200-EXIT.                                                       00004480
           EXIT.                                                        00004490
                                                                        00004500
      *> ***************************************************************00004510
      *> A MISSING WAIVERS DATASET MEANS NOBODY IS WAIVED               00004520
      *> ***************************************************************00004530
       1300-LOAD-WAIVERS.                                               00004540
           OPEN INPUT WAIVER-FILE                                       00004550
           EVALUATE FS-WAIVER-FILE                                      00004560
             WHEN "00"                                                  00004570
               PERFORM UNTIL WS-WVR-EOF                                 00004580
                 READ WAIVER-FILE                                       00004590
                   AT END                                               00004600
                     SET WS-WVR-EOF TO TRUE                             00004610
                   NOT AT END                                           00004620
                     IF WVR-ACCT-NO NUMERIC                             00004630
                        AND WVR-ACCT-NO > 0                             00004640
                        AND WVR-EFF-FROM NUMERIC                        00004650
                        AND WVR-EFF-TO NUMERIC                          00004660
                        AND WS-WVR-COUNT < WS-WVR-MAX                   00004670
                        ADD 1 TO WS-WVR-COUNT                           00004680
                        MOVE WVR-ACCT-NO TO                             00004690
                           TBL-WVR-ACCT-NO (WS-WVR-COUNT)               00004700
                        MOVE WVR-EFF-FROM TO                            00004710
                           TBL-WVR-EFF-FROM (WS-WVR-COUNT)              00004720
                        MOVE WVR-EFF-TO TO                              00004730
                           TBL-WVR-EFF-TO (WS-WVR-COUNT)                00004740
                     END-IF                                             00004750
                 END-READ                                               00004760
               END-PERFORM                                              00004770
               CLOSE WAIVER-FILE                                        00004780
             WHEN "35"                                                  00004790
               DISPLAY "NO WAIVER DATASET, NO CHARGES WAIVED"           00004800
             WHEN OTHER                                                 00004810
               MOVE "OPEN FAILED ON WAIVER-FILE" TO                     00004820
                  WS-ABEND-MESSAGE                                      00004830
               GO TO 9999-ABEND                                         00004840
           END-EVALUATE.                                                00004850
       1300-EXIT.                                                       00004860
           EXIT.                                                        00004870
                                                                        00004880
      *> ***************************************************************00004890
      *> THE CLOSED MONTHS OFF THE PERIOD-CONTROL DATASET, LOADED THE   00004900
      *> WAY MYFMAINT LOADS THEM.  NO DATASET MEANS EVERY MONTH IS OPEN 00004910
      *> ***************************************************************00004920
       1400-LOAD-CLOSED-PERIODS.                                        00004930
           OPEN INPUT PERIOD-FILE                                       00004940
           EVALUATE FS-PERIOD-FILE                                      00004950
             WHEN "00"                                                  00004960
               PERFORM UNTIL WS-PER-EOF                                 00004970
                 READ PERIOD-FILE                                       00004980
                   AT END                                               00004990
                     SET WS-PER-EOF TO TRUE                             00005000
                   NOT AT END                                           00005010
                     IF PER-CLOSED                                      00005020
                        AND PER-YYYYMM NUMERIC                          00005030
                        AND WS-CLOSED-COUNT < WS-CLOSED-MAX             00005040
                        ADD 1 TO WS-CLOSED-COUNT                        00005050
                        MOVE PER-YYYYMM TO                              00005060
                           WS-CLOSED-YYYYMM (WS-CLOSED-COUNT)           00005070
                     END-IF                                             00005080
                 END-READ                                               00005090
               END-PERFORM                                              00005100
               CLOSE PERIOD-FILE                                        00005110
               DISPLAY "CLOSED PERIODS LOADED: " WS-CLOSED-COUNT        00005120
             WHEN "35"                                                  00005130
               DISPLAY "NO PERIOD CONTROL DATASET, ALL PERIODS OPEN"    00005140
             WHEN OTHER                                                 00005150
               MOVE "OPEN FAILED ON PERIOD-FILE" TO WS-ABEND-MESSAGE    00005160
               GO TO 9999-ABEND                                         00005170
           END-EVALUATE.                                                00005180
       1400-EXIT.                                                       00005190
           EXIT.                                                        00005200
                                                                        00005210
      *> ***************************************************************00005220
      *> ONE ACCOUNT HEADER.  A FROZEN ACCOUNT IS NOT CHARGED, AND A    00005230
      *> CLOSED ONE HAS BEEN SETTLED TO ZERO, SO NEITHER IS RE-PRICED   00005240
      *> ***************************************************************00005250
       2000-PROCESS-ACCOUNT.                                            00005260
           IF MYFREC-ST-FROZEN                                          00005270
              OR MYFREC-ST-CLOSED                                       00005280
              GO TO 2000-READ-NEXT                                      00005290
           END-IF                                                       00005300
           MOVE MYFREC-ACCT-NO TO WS-CURR-ACCT-NO                       00005310
           PERFORM 2100-SCAN-POSTINGS THRU 2100-EXIT.                   00005320
       2000-READ-NEXT.                                                  00005330
           IF NOT WS-EOF                                                00005340
              PERFORM 2900-READ-MYFILE THRU 2900-EXIT                   00005350
           END-IF.                                                      00005360
       2000-EXIT.                                                       00005370
           EXIT.                                                        00005380
                                                                        00005390
      *> ***************************************************************00005400
      *> THE ACCOUNT'S POSTINGS MADE TODAY.  THE WHOLE ACCOUNT IS READ: 00005405
      *> MYFMAINT KEEPS AN EARLIER TRANSACTION DATE THE OPERATOR KEYS,  00005410
      *> SO ONLY THE POST DATE SAYS WHEN IT REACHED THE LEDGER.  ONLY   00005415
      *> MYFMAINT'S COUNT - A SETTLEMENT OR STANDING-ORDER POSTING      00005420
      *> CARRIES TODAY'S DATE                                           00005425
      *> ***************************************************************00005430
       2100-SCAN-POSTINGS.                                              00005440
           MOVE 'N' TO WS-SEQ-EOF-SW                                    00005450
           MOVE WS-CURR-ACCT-NO TO MTR-ACCT-NO                          00005460
           MOVE ZEROES TO MTR-TRAN-DATE                                 00005470
           MOVE ZEROES TO MTR-SEQ-NO                                    00005480
           START MYF-TRAN-FILE KEY IS NOT < MTR-KEY                     00005490
           IF FS-MYF-TRAN-FILE NOT = "00"                               00005500
              SET WS-SEQ-EOF TO TRUE                                    00005510
           END-IF                                                       00005520
           PERFORM UNTIL WS-SEQ-EOF                                     00005530
             READ MYF-TRAN-FILE NEXT                                    00005540
             IF FS-MYF-TRAN-FILE NOT = "00"                             00005550
                OR MTR-ACCT-NO NOT = WS-CURR-ACCT-NO                    00005560
                SET WS-SEQ-EOF TO TRUE                                  00005570
             ELSE                                                       00005580
                ADD 1 TO WS-POSTINGS-SCANNED                            00005590
                IF MTR-POST-DATE = WS-RUN-DATE                          00005600
                   AND MTR-POST-PROGRAM = "MYFMAINT"                    00005610
                   AND MTR-EFF-DATE NUMERIC                             00005620
                   AND MTR-EFF-DATE > 0                                 00005630
                   AND MTR-EFF-DATE / 100 < WS-RUN-YYYYMM               00005640
                   AND MTR-AMOUNT NOT = 0                               00005650
                   PERFORM 2200-BACK-VALUE-POSTING THRU 2200-EXIT       00005660
                END-IF                                                  00005670
             END-IF                                                     00005680
           END-PERFORM.                                                 00005690
       2100-EXIT.                                                       00005700
           EXIT.                                                        00005710
                                                                        00005720
      *> ***************************************************************00005730
      *> RE-PRICE EVERY MONTH FROM THE EFFECTIVE DATE'S UP TO (NOT      00005740
      *> INCLUDING) THIS ONE, THEN POST WHAT FELL IN OPEN MONTHS        00005750
      *> ***************************************************************00005760
       2200-BACK-VALUE-POSTING.                                         00005770
           ADD 1 TO WS-POSTINGS-BACK-VALUED                             00005780
           MOVE ZEROES TO WS-BV-OPEN-AMT                                00005790
           IF MTR-AMOUNT < 0                                            00005800
              COMPUTE WS-BV-AMOUNT = 0 - MTR-AMOUNT                     00005810
              MOVE 'BVSR' TO WS-BV-TYPE                                 00005820
           ELSE                                                         00005830
              MOVE MTR-AMOUNT TO WS-BV-AMOUNT                           00005840
              MOVE 'BVSC' TO WS-BV-TYPE                                 00005850
           END-IF                                                       00005860
           COMPUTE WS-BV-YYYYMM = MTR-EFF-DATE / 100                    00005870
           MOVE MTR-EFF-DATE TO WS-PRICE-DATE                           00005880
           PERFORM 2250-BACK-VALUE-ONE-MONTH THRU 2250-EXIT             00005890
              UNTIL WS-BV-YYYYMM NOT < WS-RUN-YYYYMM                    00005900
           IF WS-BV-OPEN-AMT = 0                                        00005910
              GO TO 2200-EXIT                                           00005920
           END-IF                                                       00005930
           MOVE WS-BV-TYPE TO WS-JRNL-TYPE                              00005940
           MOVE WS-BV-OPEN-AMT TO WS-JRNL-SRC-AMT                       00005950
           PERFORM 2600-WRITE-JOURNAL-PAIR THRU 2600-EXIT               00005960
           PERFORM 2700-WRITE-POST-HIST THRU 2700-EXIT                  00005970
           ADD 1 TO WS-ADJUSTMENTS                                      00005980
           MOVE "BVAL ADJUST " TO ALOG-ACTION                           00005990
           MOVE SPACES TO ALOG-DETAIL                                   00006000
           IF WS-BV-TYPE = 'BVSC'                                       00006010
              ADD WS-BV-OPEN-AMT TO WS-TOTAL-CHARGED                    00006020
              STRING 'ACCT ' WS-CURR-ACCT-NO                            00006030
                 ' BACK-VALUE CHARGE DUE'                               00006040
                 DELIMITED BY SIZE INTO ALOG-DETAIL                     00006050
           ELSE                                                         00006060
              ADD WS-BV-OPEN-AMT TO WS-TOTAL-REFUNDED                   00006070
              STRING 'ACCT ' WS-CURR-ACCT-NO                            00006080
                 ' BACK-VALUE CHARGE REFUND'                            00006090
                 DELIMITED BY SIZE INTO ALOG-DETAIL                     00006100
           END-IF                                                       00006110
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00006120
       2200-EXIT.                                                       00006130
           EXIT.                                                        00006140
                                                                        00006150
      *> ***************************************************************00006160
      *> ONE ELAPSED MONTH.  THE FIRST IS PRICED AS AT THE EFFECTIVE    00006170
      *> DATE, EACH LATER ONE AS AT ITS FIRST DAY.  A WAIVER IN FORCE   00006180
      *> THEN MEANS NOTHING WAS OR WOULD HAVE BEEN CHARGED              00006190
      *> ***************************************************************00006200
       2250-BACK-VALUE-ONE-MONTH.                                       00006210
           PERFORM 2360-CHECK-WAIVER THRU 2360-EXIT                     00006220
           IF WS-WVR-FOUND                                              00006230
              ADD 1 TO WS-MONTHS-WAIVED                                 00006240
              GO TO 2250-NEXT-MONTH                                     00006250
           END-IF                                                       00006260
      *> THE BAND FLOOR IS COMPARED AGAINST THE BASE-CURRENCY AMOUNT    00006270
      *> SO A FOREIGN ACCOUNT PRICES IN THE SAME BANDS AS EVERYONE      00006280
           MOVE WS-BV-AMOUNT TO WS-BASE-AMOUNT                          00006290
           IF MYFREC-CURR-CD NOT = SPACES                               00006300
              AND MYFREC-CURR-CD NOT = WS-BASE-CURR-CD                  00006310
              AND MYFREC-FX-RATE NUMERIC                                00006320
              AND MYFREC-FX-RATE > 0                                    00006330
              COMPUTE WS-BASE-AMOUNT ROUNDED =                          00006340
                 WS-BV-AMOUNT * MYFREC-FX-RATE                          00006350
                 ON SIZE ERROR                                          00006360
                    MOVE WS-BV-AMOUNT TO WS-BASE-AMOUNT                 00006370
              END-COMPUTE                                               00006380
           END-IF                                                       00006390
           PERFORM 2350-SELECT-RATE THRU 2350-EXIT                      00006400
           COMPUTE WS-BV-MONTH-AMT ROUNDED =                            00006410
              WS-BV-AMOUNT * WS-APPLIED-RATE                            00006420
              ON SIZE ERROR                                             00006430
                 MOVE ZEROES TO WS-BV-MONTH-AMT                         00006440
           END-COMPUTE                                                  00006450
           IF WS-BV-MONTH-AMT = 0                                       00006460
              GO TO 2250-NEXT-MONTH                                     00006470
           END-IF                                                       00006480
           MOVE 'N' TO WS-MONTH-CLOSED-SW                               00006490
           PERFORM VARYING WS-CLOSED-SUB FROM 1 BY 1                    00006500
                    UNTIL WS-CLOSED-SUB > WS-CLOSED-COUNT               00006510
                    OR WS-MONTH-CLOSED                                  00006520
             IF WS-CLOSED-YYYYMM (WS-CLOSED-SUB) = WS-BV-YYYYMM         00006530
                SET WS-MONTH-CLOSED TO TRUE                             00006540
             END-IF                                                     00006550
           END-PERFORM                                                  00006560
           IF WS-MONTH-CLOSED                                           00006570
              MOVE "MONTH CLOSED - NOT ADJUSTED" TO WS-EXC-TEXT         00006580
              PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT               00006590
           ELSE                                                         00006600
              ADD WS-BV-MONTH-AMT TO WS-BV-OPEN-AMT                     00006610
                 ON SIZE ERROR                                          00006620
                    MOVE "ADJUSTMENT TOO LARGE - NOT ADJUSTED"          00006630
                       TO WS-EXC-TEXT                                   00006640
                    PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT         00006650
              END-ADD                                                   00006660
           END-IF.                                                      00006670
       2250-NEXT-MONTH.                                                 00006680
           ADD 1 TO WS-BV-MM                                            00006690
           IF WS-BV-MM > 12                                             00006700
              MOVE 1 TO WS-BV-MM                                        00006710
              ADD 1 TO WS-BV-YYYY                                       00006720
           END-IF                                                       00006730
           COMPUTE WS-PRICE-DATE = WS-BV-YYYYMM * 100 + 1.              00006740
       2250-EXIT.                                                       00006750
           EXIT.                                                        00006760
                                                                        00006770
      *> ***************************************************************00006780
      *> AMONG ENTRIES WHOSE BAND FLOOR IS NOT ABOVE THE AMOUNT AND     00006790
      *> WHOSE EFFECTIVE DATE IS NOT AFTER THE PRICING DATE, THE        00006800
      *> HIGHEST FLOOR WINS AND, WITHIN A FLOOR, THE LATEST DATE        00006810
      *> ***************************************************************00006820
       2350-SELECT-RATE.                                                00006830
           MOVE WS-SVC-CHARGE-RATE TO WS-APPLIED-RATE                   00006840
           MOVE ZEROES TO WS-BEST-SUB                                   00006850
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1                      00006860
                    UNTIL WS-RATE-SUB > WS-RATE-COUNT                   00006870
             IF TBL-RATE-BAND-FLOOR (WS-RATE-SUB)                       00006880
                NOT > WS-BASE-AMOUNT                                    00006890
                AND TBL-RATE-EFF-DATE (WS-RATE-SUB)                     00006900
                    NOT > WS-PRICE-DATE                                 00006910
                IF WS-BEST-SUB = 0                                      00006920
                   MOVE WS-RATE-SUB TO WS-BEST-SUB                      00006930
                ELSE                                                    00006940
                   IF TBL-RATE-BAND-FLOOR (WS-RATE-SUB)                 00006950
                      > TBL-RATE-BAND-FLOOR (WS-BEST-SUB)               00006960
                      MOVE WS-RATE-SUB TO WS-BEST-SUB                   00006970
                   ELSE                                                 00006980
                      IF TBL-RATE-BAND-FLOOR (WS-RATE-SUB)              00006990
                         = TBL-RATE-BAND-FLOOR (WS-BEST-SUB)            00007000
                         AND TBL-RATE-EFF-DATE (WS-RATE-SUB)            00007010
                             > TBL-RATE-EFF-DATE (WS-BEST-SUB)          00007020
                         MOVE WS-RATE-SUB TO WS-BEST-SUB                00007030
                      END-IF                                            00007040
                   END-IF                                               00007050
                END-IF                                                  00007060
             END-IF                                                     00007070
           END-PERFORM                                                  00007080
           IF WS-BEST-SUB > 0                                           00007090
              MOVE TBL-RATE-PCT (WS-BEST-SUB) TO WS-APPLIED-RATE        00007100
           END-IF.                                                      00007110
       2350-EXIT.                                                       00007120
           EXIT.                                                        00007130
                                                                        00007140
       2360-CHECK-WAIVER.                                               00007150
           MOVE 'N' TO WS-WVR-FOUND-SW                                  00007160
           PERFORM VARYING WS-WVR-SUB FROM 1 BY 1                       00007170
                    UNTIL WS-WVR-SUB > WS-WVR-COUNT                     00007180
                    OR WS-WVR-FOUND                                     00007190
             IF TBL-WVR-ACCT-NO (WS-WVR-SUB) = WS-CURR-ACCT-NO          00007200
                AND TBL-WVR-EFF-FROM (WS-WVR-SUB) NOT > WS-PRICE-DATE   00007210
                AND TBL-WVR-EFF-TO (WS-WVR-SUB) NOT < WS-PRICE-DATE     00007220
                SET WS-WVR-FOUND TO TRUE                                00007230
             END-IF                                                     00007240
           END-PERFORM.                                                 00007250
       2360-EXIT.                                                       00007260
           EXIT.                                                        00007270
                                                                        00007280
      *> ***************************************************************00007290
      *> THE BALANCED PAIR FOR ONE ADJUSTMENT, RESOLVED FROM THE COA    00007300
      *> MAPPING UNDER WS-JRNL-TYPE; NO MAPPING POSTS TO SUSPENSE.  A   00007310
      *> FOREIGN ACCOUNT'S LEG GOES IN AT BASE USING THE RATE RETAINED  00007320
      *> ON ITS HEADER.  THE ACCOUNT NUMBER IS THE TRANSACTION ID       00007330
      *> ***************************************************************00007340
       2600-WRITE-JOURNAL-PAIR.                                         00007350
           MOVE 'N' TO WS-COA-FOUND-SW                                  00007360
           MOVE WS-SUSPENSE-ACCOUNT TO WS-JRNL-DR-ACCOUNT               00007370
           MOVE WS-SUSPENSE-ACCOUNT TO WS-JRNL-CR-ACCOUNT               00007380
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1                       00007390
                    UNTIL WS-COA-SUB > WS-COA-COUNT                     00007400
                    OR WS-COA-FOUND                                     00007410
             IF TBL-COA-TRAN-TYPE (WS-COA-SUB) = WS-JRNL-TYPE           00007420
                SET WS-COA-FOUND TO TRUE                                00007430
                MOVE TBL-COA-DR-ACCOUNT (WS-COA-SUB) TO                 00007440
                   WS-JRNL-DR-ACCOUNT                                   00007450
                MOVE TBL-COA-CR-ACCOUNT (WS-COA-SUB) TO                 00007460
                   WS-JRNL-CR-ACCOUNT                                   00007470
             END-IF                                                     00007480
           END-PERFORM                                                  00007490
           IF NOT WS-COA-FOUND                                          00007500
              DISPLAY "NO GL MAPPING FOR TYPE " WS-JRNL-TYPE            00007510
                ", SUSPENSE USED"                                       00007520
           END-IF                                                       00007530
           MOVE WS-JRNL-SRC-AMT TO WS-JRNL-BASE-AMT                     00007540
           IF MYFREC-CURR-CD NOT = SPACES                               00007550
              AND MYFREC-CURR-CD NOT = WS-BASE-CURR-CD                  00007560
              AND MYFREC-FX-RATE NUMERIC                                00007570
              AND MYFREC-FX-RATE > 0                                    00007580
              COMPUTE WS-JRNL-BASE-AMT ROUNDED =                        00007590
                 WS-JRNL-SRC-AMT * MYFREC-FX-RATE                       00007600
                 ON SIZE ERROR                                          00007610
                    DISPLAY "SIZE ERROR CONVERTING CURRENCY, ACCT: "    00007620
                      WS-CURR-ACCT-NO                                   00007630
                    MOVE WS-JRNL-SRC-AMT TO WS-JRNL-BASE-AMT            00007640
              END-COMPUTE                                               00007650
           END-IF                                                       00007660
           COMPUTE WS-JRNL-AMOUNT-CENTS = WS-JRNL-BASE-AMT * 100        00007670
              ON SIZE ERROR                                             00007680
                 DISPLAY "SIZE ERROR CONVERTING JOURNAL AMOUNT"         00007690
                 MOVE ZEROES TO WS-JRNL-AMOUNT-CENTS                    00007700
           END-COMPUTE                                                  00007710
           MOVE SPACES TO GL-JRNL-RECORD                                00007720
           SET JRNL-DETAIL-REC TO TRUE                                  00007730
           MOVE WS-CURR-ACCT-NO TO JRNL-TRAN-ID                         00007740
           MOVE WS-JRNL-DR-ACCOUNT TO JRNL-GL-ACCOUNT                   00007750
           MOVE 'DR' TO JRNL-DR-CR                                      00007760
           MOVE WS-JRNL-AMOUNT-CENTS TO JRNL-AMOUNT                     00007770
           WRITE GL-JRNL-RECORD                                         00007780
           ADD 1 TO WS-JRNL-REC-COUNT                                   00007790
           ADD WS-JRNL-AMOUNT-CENTS TO WS-JRNL-AMOUNT-HASH              00007800
           MOVE SPACES TO GL-JRNL-RECORD                                00007810
           SET JRNL-DETAIL-REC TO TRUE                                  00007820
           MOVE WS-CURR-ACCT-NO TO JRNL-TRAN-ID                         00007830
           MOVE WS-JRNL-CR-ACCOUNT TO JRNL-GL-ACCOUNT                   00007840
           MOVE 'CR' TO JRNL-DR-CR                                      00007850
           MOVE WS-JRNL-AMOUNT-CENTS TO JRNL-AMOUNT                     00007860
           WRITE GL-JRNL-RECORD                                         00007870
           ADD 1 TO WS-JRNL-REC-COUNT                                   00007880
           ADD WS-JRNL-AMOUNT-CENTS TO WS-JRNL-AMOUNT-HASH.             00007890
       2600-EXIT.                                                       00007900
           EXIT.                                                        00007910
                                                                        00007920
      *> ***************************************************************00007930
      *> THE POSTING-HISTORY ENTRY, IN BASE-CURRENCY CENTS LIKE THE     00007940
      *> JOURNAL LEG.  THERE IS NO ARITH TRANSACTION BEHIND IT, SO THE  00007950
      *> TRANSACTION ID IS ZERO                                         00007960
      *> ***************************************************************00007970
       2700-WRITE-POST-HIST.                                            00007980
           MOVE SPACES TO POST-HIST-RECORD                              00007990
           MOVE WS-RUN-DATE TO PH-DATE                                  00008000
           MOVE ZEROES TO PH-TRAN-ID                                    00008010
           MOVE WS-CURR-ACCT-NO TO PH-ACCT-NO                           00008020
           MOVE WS-BV-TYPE TO PH-TYPE                                   00008030
           MOVE WS-JRNL-AMOUNT-CENTS TO PH-AMOUNT-CENTS                 00008040
           WRITE POST-HIST-RECORD                                       00008050
           IF FS-POST-HIST-FILE NOT = "00"                              00008060
              DISPLAY "WRITE FAILED, POST-HIST-FILE STATUS: "           00008070
                FS-POST-HIST-FILE                                       00008080
              SET RC-WARNING TO TRUE                                    00008090
           END-IF.                                                      00008100
       2700-EXIT.                                                       00008110
           EXIT.                                                        00008120
                                                                        00008130
       2800-WRITE-EXCEPTION.                                            00008140
           MOVE WS-CURR-ACCT-NO TO EXC-ACCT-NO                          00008150
           MOVE MTR-TRAN-DATE TO EXC-TRAN-DATE                          00008160
           MOVE MTR-SEQ-NO TO EXC-SEQ-NO                                00008170
           MOVE MTR-EFF-DATE TO EXC-EFF-DATE                            00008180
           MOVE WS-BV-YYYYMM TO EXC-PERIOD                              00008190
           MOVE MYFREC-CURR-CD TO EXC-CURR-CD                           00008200
           MOVE WS-BV-MONTH-AMT TO EXC-AMOUNT                           00008210
           IF WS-BV-TYPE = 'BVSR'                                       00008220
              COMPUTE EXC-AMOUNT = 0 - WS-BV-MONTH-AMT                  00008230
           END-IF                                                       00008240
           MOVE WS-EXC-TEXT TO EXC-REASON                               00008250
           WRITE BVAL-EXC-LINE FROM WS-EXC-DTL                          00008260
           ADD 1 TO WS-EXCEPTIONS                                       00008270
           SET RC-WARNING TO TRUE.                                      00008280
       2800-EXIT.                                                       00008290
           EXIT.                                                        00008300
                                                                        00008310
       2900-READ-MYFILE.                                                00008320
           READ MYFILE NEXT                                             00008330
           EVALUATE FS-MYFILE                                           00008340
             WHEN "00"                                                  00008350
               ADD 1 TO WS-RECS-READ                                    00008360
             WHEN "10"                                                  00008370
               SET WS-EOF TO TRUE                                       00008380
             WHEN OTHER                                                 00008390
               DISPLAY "READ FAILED, MYFILE STATUS: " FS-MYFILE         00008400
               SET WS-EOF TO TRUE                                       00008410
               SET WS-IO-ERROR TO TRUE                                  00008420
           END-EVALUATE.                                                00008430
       2900-EXIT.                                                       00008440
           EXIT.                                                        00008450
                                                                        00008460
      *> ***************************************************************00008470
      *> JOURNAL TRAILER, COUNT SUMMARY, THEN CLOSE UP                  00008480
      *> ***************************************************************00008490
       9000-TERMINATE.                                                  00008500
           MOVE SPACES TO GL-JRNL-RECORD                                00008510
           SET JRNL-TRAILER-REC TO TRUE                                 00008520
           MOVE WS-JRNL-REC-COUNT TO JRNL-TRL-REC-COUNT                 00008530
           MOVE WS-JRNL-AMOUNT-HASH TO JRNL-TRL-AMOUNT-HASH             00008540
           WRITE GL-JRNL-RECORD                                         00008550
           DISPLAY "===== BVALSVC RUN SUMMARY ====="                    00008560
           DISPLAY "ACCOUNTS READ        : " WS-RECS-READ               00008570
           DISPLAY "POSTINGS SCANNED     : " WS-POSTINGS-SCANNED        00008580
           DISPLAY "BACK-VALUED POSTINGS : " WS-POSTINGS-BACK-VALUED    00008590
           DISPLAY "ADJUSTMENTS POSTED   : " WS-ADJUSTMENTS             00008600
           DISPLAY "CHARGES DUE          : " WS-TOTAL-CHARGED           00008610
           DISPLAY "CHARGES REFUNDED     : " WS-TOTAL-REFUNDED          00008620
           DISPLAY "MONTHS WAIVED        : " WS-MONTHS-WAIVED           00008630
           DISPLAY "BACK-VALUE EXCEPTIONS: " WS-EXCEPTIONS              00008640
           DISPLAY "JOURNAL RECORDS      : " WS-JRNL-REC-COUNT          00008650
           CLOSE MYFILE                                                 00008660
           CLOSE MYF-TRAN-FILE                                          00008670
           CLOSE GL-JRNL-FILE                                           00008680
           CLOSE POST-HIST-FILE                                         00008690
           CLOSE BVAL-EXC-FILE                                          00008700
           CLOSE AUDIT-LOG-FILE.                                        00008710
       9000-EXIT.                                                       00008720
           EXIT.                                                        00008730
                                                                        00008740
       COPY AUDITOPN.                                                   00008750
       COPY AUDITWRT.                                                   00008760
       COPY AUDITCHP.                                                   00008770
       COPY ABENDPAR.                                                   00008780
       COPY PROCDPAR.                                                   00008790
