       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. CONREPR.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * VARIABLE-RATE CONTRACT REPRICING.  RUNS AHEAD OF THE     *      00000090
      * ACCRMNTH MONTHLY ACCRUAL SO THE MONTH ACCRUES AT THE     *      00000100
      * RESET RATE.  WALKS THE CONVRT TERMS FILE; EVERY LIVE     *      00000110
      * TERMS RECORD WHOSE NEXT RESET DATE HAS ARRIVED IS        *      00000120
      * PRICED FROM THE PUBLISHED INDEX RATE IN FORCE ON THE     *      00000130
      * RESET DATE (THE RATEIDX ENTRY WITH THE LATEST EFFECTIVE  *      00000140
      * DATE NOT AFTER IT) PLUS THE CONTRACT'S MARGIN, HELD      *      00000150
      * INSIDE ITS FLOOR AND CAP.  THE NEW RATE GOES ON THE      *      00000160
      * CONTRACT MASTER, EVERY RESET IS KEPT ON THE RATE         *      00000170
      * HISTORY, AND THE SCHEDULE MOVES ON BY THE RESET          *      00000180
      * FREQUENCY.  A RATE THAT MOVES SENDS THE BORROWER A RATE  *      00000190
      * CHANGE NOTICE THROUGH THE SAME FULFILLMENT LAYOUT AND    *      00000200
      * CONTACT HISTORY THE MATURITY NOTICES USE.  A CONTRACT    *      00000210
      * WITH NO INDEX RATE ON FILE FOR ITS RESET DATE IS HELD    *      00000220
      * AT ITS RATE AND RETRIED NEXT RUN, AND THE STEP ENDS      *      00000230
      * WITH THE WARNING CODE.                                   *      00000240
      * ********************************************************        00000250
       ENVIRONMENT DIVISION.                                            00000260
       INPUT-OUTPUT SECTION.                                            00000270
       FILE-CONTROL.                                                    00000280
           SELECT CONTRACT-FILE                                         00000290
           ASSIGN TO CONTRACT                                           00000300
           ORGANIZATION IS INDEXED                                      00000310
           ACCESS MODE IS RANDOM                                        00000320
           RECORD KEY IS CON-TRAN-ID                                    00000330
           FILE STATUS IS FS-CONTRACT-FILE.                             00000340
           SELECT VRATE-FILE                                            00000350
           ASSIGN TO CONVRT                                             00000360
           ORGANIZATION IS INDEXED                                      00000370
           ACCESS MODE IS DYNAMIC                                       00000380
           RECORD KEY IS CVR-TRAN-ID                                    00000390
           FILE STATUS IS FS-VRATE-FILE.                                00000400
           SELECT RATE-INDEX-FILE                                       00000410
           ASSIGN TO RATEIDX                                            00000420
           ORGANIZATION IS INDEXED                                      00000430
           ACCESS MODE IS SEQUENTIAL                                    00000440
           RECORD KEY IS RIX-KEY                                        00000450
           FILE STATUS IS FS-RATE-INDEX-FILE.                           00000460
           SELECT RATE-HIST-FILE                                        00000470
           ASSIGN TO RATEHIST                                           00000480
           ORGANIZATION IS SEQUENTIAL                                   00000490
           FILE STATUS IS FS-RATE-HIST-FILE.                            00000500
           SELECT XREF-FILE                                             00000510
           ASSIGN TO ACCTXREF                                           00000520
           ORGANIZATION IS SEQUENTIAL                                   00000530
           FILE STATUS IS FS-XREF-FILE.                                 00000540
           SELECT CUST-MASTER-FILE                                      00000550
           ASSIGN TO CUSTMAST                                           00000560
           ORGANIZATION IS SEQUENTIAL                                   00000570
           FILE STATUS IS FS-CUST-MASTER-FILE.                          00000580
           SELECT LETTER-FILE                                           00000590
           ASSIGN TO RPRLTR                                             00000600
           ORGANIZATION IS SEQUENTIAL                                   00000610
           FILE STATUS IS FS-LETTER-FILE.                               00000620
           SELECT LETTER-REVW-FILE                                      00000630
           ASSIGN TO RPRREV                                             00000640
           ORGANIZATION IS SEQUENTIAL                                   00000650
           FILE STATUS IS FS-LETTER-REVW-FILE.                          00000660
           SELECT CONTACT-HIST-FILE                                     00000670
           ASSIGN TO CONTHIST                                           00000680
           ORGANIZATION IS SEQUENTIAL                                   00000690
           FILE STATUS IS FS-CONTACT-HIST-FILE.                         00000700
           SELECT REPR-RPT-FILE                                         00000710
           ASSIGN TO RPRRPT                                             00000720
           ORGANIZATION IS SEQUENTIAL                                   00000730
           FILE STATUS IS FS-REPR-RPT-FILE.                             00000740
           SELECT AUDIT-LOG-FILE                                        00000750
           ASSIGN TO AUDITLOG                                           00000760
           ORGANIZATION IS SEQUENTIAL                                   00000770
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000780
           SELECT PROC-DATE-FILE                                        00000790
           ASSIGN TO PROCDATE                                           00000800
           ORGANIZATION IS SEQUENTIAL                                   00000810
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000820
       DATA DIVISION.                                                   00000830
       FILE SECTION.                                                    00000840
       FD CONTRACT-FILE.                                                00000850
       COPY CONTRACT.                                                   00000860
                                                                        00000870
       FD VRATE-FILE.                                                   00000880
       COPY CONVRT.                                                     00000890
                                                                        00000900
       FD RATE-INDEX-FILE.                                              00000910
       COPY RATEIDX.                                                    00000920
                                                                        00000930
       FD RATE-HIST-FILE.                                               00000940
       COPY RATEHIST.                                                   00000950
                                                                        00000960
       FD XREF-FILE.                                                    00000970
       COPY ACCTXREF.                                                   00000980
                                                                        00000990
       FD CUST-MASTER-FILE.                                             00001000
       COPY CUSTREC.                                                    00001010
                                                                        00001020
      *> ***************************************************************00001030
      *> SAME FULFILLMENT LAYOUT AS CONDI'S LETTER-FILE, SO THE PRINT   00001040
      *> SHOP TAKES THESE NOTICES THROUGH THE EXISTING CHANNEL          00001050
      *> ***************************************************************00001060
       FD LETTER-FILE.                                                  00001070
       01 LETTER-RECORD.                                                00001080
           05 LTR-DATE              PIC 9(08).                          00001090
           05 LTR-APPL-ID           PIC 9(09).                          00001100
           05 LTR-APPL-NAME         PIC X(20).                          00001110
           05 LTR-PRODUCT-CD        PIC X(04).                          00001120
           05 LTR-DECISION          PIC X(10).                          00001130
           05 LTR-REASON            PIC X(40).                          00001140
      * RANKED ADVERSE-ACTION CODES ON CONDI DECLINES; ALWAYS           00001150
      * SPACES ON A RATE CHANGE NOTICE                                  00001160
           05 LTR-REASON-CODES      PIC X(16).                          00001170
           05 FILLER                PIC X(09).                          00001180
                                                                        00001190
      *> ***************************************************************00001200
      *> REVIEW COPY OF A NOTICE HELD BY A CONTACT SUPPRESSION ON       00001210
      *> THE CUSTOMER - A HUMAN DECIDES, NOT THE PRINT SHOP             00001220
      *> ***************************************************************00001230
       FD LETTER-REVW-FILE.                                             00001240
       01 LETTER-REVW-RECORD        PIC X(116).                         00001250
                                                                        00001260
       FD CONTACT-HIST-FILE.                                            00001270
       COPY CONTHIST.                                                   00001280
                                                                        00001290
       FD REPR-RPT-FILE.                                                00001300
       01 REPR-RPT-LINE             PIC X(133).                         00001310
                                                                        00001320
       FD AUDIT-LOG-FILE.                                               00001330
       COPY AUDITLOG.                                                   00001340
                                                                        00001350
       FD PROC-DATE-FILE.                                               00001360
       COPY PROCDREC.                                                   00001370
                                                                        00001380
       WORKING-STORAGE SECTION.                                         00001390
       01 FS-CONTRACT-FILE PIC XX.                                      00001400
       01 FS-VRATE-FILE PIC XX.                                         00001410
       01 FS-RATE-INDEX-FILE PIC XX.                                    00001420
       01 FS-RATE-HIST-FILE PIC XX.                                     00001430
       01 FS-XREF-FILE PIC XX.                                          00001440
       01 FS-CUST-MASTER-FILE PIC XX.                                   00001450
       01 FS-LETTER-FILE PIC XX.                                        00001460
       01 FS-LETTER-REVW-FILE PIC XX.                                   00001470
       01 FS-CONTACT-HIST-FILE PIC XX.                                  00001480
       01 FS-REPR-RPT-FILE PIC XX.                                      00001490
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00001500
                                                                        00001510
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001520
           88 WS-EOF VALUE 'Y'.                                         00001530
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00001540
           88 WS-IO-ERROR VALUE 'Y'.                                    00001550
       01 WS-RIX-EOF-SW PIC X(01) VALUE 'N'.                            00001560
           88 WS-RIX-EOF VALUE 'Y'.                                     00001570
       01 WS-XREF-EOF-SW PIC X(01) VALUE 'N'.                           00001580
           88 WS-XREF-EOF VALUE 'Y'.                                    00001590
       01 WS-CUST-EOF-SW PIC X(01) VALUE 'N'.                           00001600
           88 WS-CUST-EOF VALUE 'Y'.                                    00001610
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00001620
           88 WS-FOUND VALUE 'Y'.                                       00001630
       01 WS-LIMIT-SW PIC X(01) VALUE SPACE.                            00001640
                                                                        00001650
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001660
       01 WS-RESET-DATE PIC 9(08) VALUE ZEROES.                         00001670
       01 WS-MONTH-SERIAL PIC 9(07) VALUE ZEROES.                       00001680
       01 WS-MONTH-REM PIC 9(02) VALUE ZEROES.                          00001690
       01 WS-MONTH-DAYS PIC 9(02) VALUE ZEROES.                         00001700
       01 WS-ACTION PIC X(12) VALUE SPACES.                             00001710
       01 WS-RESULT-TEXT PIC X(30) VALUE SPACES.                        00001720
       01 WS-CURR-ACCT-NO PIC 9(09) VALUE ZEROES.                       00001730
                                                                        00001740
      *> ***************************************************************00001750
      *> REPRICING WORK AREAS, ON THE SAME SCALE AS CON-RATE            00001760
      *> ***************************************************************00001770
       01 WS-OLD-RATE PIC S9V9999 COMP-3 VALUE ZEROES.                  00001780
       01 WS-NEW-RATE PIC S9V9999 COMP-3 VALUE ZEROES.                  00001790
       01 WS-INDEX-RATE PIC S9V9999 COMP-3 VALUE ZEROES.                00001800
       01 WS-EDIT-RATE PIC 9.9999.                                      00001810
       01 WS-EDIT-OLD-RATE PIC 9.9999.                                  00001820
                                                                        00001830
       01 WS-RIX-TABLE.                                                 00001840
           05 WS-RIX-ENTRY OCCURS 500 TIMES.                            00001850
               10 TBL-RIX-INDEX-CD      PIC X(04).                      00001860
               10 TBL-RIX-EFF-DATE      PIC 9(08).                      00001870
               10 TBL-RIX-RATE          PIC 9V9999.                     00001880
       01 WS-RIX-COUNT PIC 9(03) VALUE ZEROES.                          00001890
       01 WS-RIX-MAX PIC 9(03) VALUE 500.                               00001900
       01 WS-RIX-SUB PIC 9(03) VALUE ZEROES.                            00001910
       01 WS-BEST-SUB PIC 9(03) VALUE ZEROES.                           00001920
                                                                        00001930
      *> ***************************************************************00001940
      *> ACCOUNT-TO-CUSTOMER LINKS AND CUSTOMER NAMES FOR THE NOTICES,  00001950
      *> LOADED THE WAY THE MATURITY RUN LOADS THEM                     00001960
      *> ***************************************************************00001970
       01 WS-XREF-TABLE.                                                00001980
           05 WS-XREF-ENTRY OCCURS 500 TIMES.                           00001990
               10 TBL-AXR-ACCT-NO       PIC 9(09).                      00002000
               10 TBL-AXR-CUST-ID       PIC 9(09).                      00002010
               10 TBL-AXR-STATUS        PIC X(01).                      00002020
       01 WS-XREF-COUNT PIC 9(03) VALUE ZEROES.                         00002030
       01 WS-XREF-MAX PIC 9(03) VALUE 500.                              00002040
       01 WS-XREF-SUB PIC 9(03) VALUE ZEROES.                           00002050
                                                                        00002060
       01 WS-CUST-TABLE.                                                00002070
           05 WS-CUST-ENTRY OCCURS 200 TIMES.                           00002080
               10 TBL-CUST-ID           PIC 9(09).                      00002090
               10 TBL-CUST-LAST         PIC X(20).                      00002100
               10 TBL-CUST-SUPP         PIC X(01).                      00002110
       01 WS-CUST-COUNT PIC 9(03) VALUE ZEROES.                         00002120
       01 WS-CUST-MAX PIC 9(03) VALUE 200.                              00002130
       01 WS-CUST-SUB PIC 9(03) VALUE ZEROES.                           00002140
                                                                        00002150
       01 WS-LOOKUP-CUST-ID PIC 9(09) VALUE ZEROES.                     00002160
       01 WS-LOOKUP-CUST-SUB PIC 9(03) VALUE ZEROES.                    00002170
       01 WS-LOOKUP-SUPP PIC X(01) VALUE SPACE.                         00002180
                                                                        00002190
       01 WS-TERMS-READ PIC 9(07) VALUE ZEROES.                         00002200
       01 WS-RESETS-DUE PIC 9(07) VALUE ZEROES.                         00002210
       01 WS-RATES-CHANGED PIC 9(07) VALUE ZEROES.                      00002220
       01 WS-RATES-UNCHANGED PIC 9(07) VALUE ZEROES.                    00002230
       01 WS-RESETS-HELD PIC 9(07) VALUE ZEROES.                        00002240
       01 WS-TERMS-ENDED PIC 9(07) VALUE ZEROES.                        00002250
       01 WS-NOTICES-WRITTEN PIC 9(07) VALUE ZEROES.                    00002260
       01 WS-NOTICES-SUPPRESSED PIC 9(07) VALUE ZEROES.                 00002270
       01 WS-NO-OWNER-COUNT PIC 9(07) VALUE ZEROES.                     00002280
       COPY ABENDCPY.                                                   00002290
       COPY AUDITCHN.                                                   00002300
       COPY PROCDCPY.                                                   00002310
                                                                        00002320
      *> ***************************************************************00002330
      *> RESET SCHEDULE DATE WORK AREAS AND THE LEAP RULE THE MATURITY  00002340
      *> RUN USES                                                       00002350
      *> ***************************************************************00002360
       01 WS-DN-DATE PIC 9(08).                                         00002370
       01 WS-DN-DATE-GROUP REDEFINES WS-DN-DATE.                        00002380
           05 WS-DN-YYYY PIC 9(04).                                     00002390
           05 WS-DN-MM PIC 9(02).                                       00002400
           05 WS-DN-DD PIC 9(02).                                       00002410
       01 WS-DN-LEAP-QUOT PIC 9(04).                                    00002420
       01 WS-DN-LEAP-REM PIC 9(04).                                     00002430
       01 WS-DN-LEAP-SW PIC X(01) VALUE 'N'.                            00002440
           88 WS-DN-LEAP-YEAR VALUE 'Y'.                                00002450
       01 MONTH-DAYS-INIT.                                              00002460
           05 FILLER PIC 9(02) VALUE 31.                                00002470
           05 FILLER PIC 9(02) VALUE 28.                                00002480
           05 FILLER PIC 9(02) VALUE 31.                                00002490
           05 FILLER PIC 9(02) VALUE 30.                                00002500
           05 FILLER PIC 9(02) VALUE 31.                                00002510
           05 FILLER PIC 9(02) VALUE 30.                                00002520
           05 FILLER PIC 9(02) VALUE 31.                                00002530
           05 FILLER PIC 9(02) VALUE 31.                                00002540
           05 FILLER PIC 9(02) VALUE 30.                                00002550
           05 FILLER PIC 9(02) VALUE 31.                                00002560
           05 FILLER PIC 9(02) VALUE 30.                                00002570
           05 FILLER PIC 9(02) VALUE 31.                                00002580
       01 MONTH-DAYS REDEFINES MONTH-DAYS-INIT.                         00002590
           05 DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(02).                  00002600
                                                                        00002610
      *> ***************************************************************00002620
      *> REPRICING ACTIVITY REPORT LINES                                00002630
      *> ***************************************************************00002640
       01 WS-RPT-HDR-1.                                                 00002650
           05 FILLER PIC X(01) VALUE '1'.                               00002660
           05 FILLER PIC X(45)                                          00002670
              VALUE 'CONREPR - VARIABLE-RATE REPRICING ACTIVITY'.       00002680
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00002690
           05 RPT-RUN-DATE PIC 9(08).                                   00002700
                                                                        00002710
       01 WS-RPT-HDR-2.                                                 00002720
           05 FILLER PIC X(01) VALUE SPACE.                             00002730
           05 FILLER PIC X(11) VALUE 'TRAN ID'.                         00002740
           05 FILLER PIC X(11) VALUE 'ACCOUNT'.                         00002750
           05 FILLER PIC X(10) VALUE 'RESET'.                           00002760
           05 FILLER PIC X(06) VALUE 'INDEX'.                           00002770
           05 FILLER PIC X(08) VALUE 'INDEX'.                           00002780
           05 FILLER PIC X(09) VALUE 'MARGIN'.                          00002790
           05 FILLER PIC X(08) VALUE 'OLD'.                             00002800
           05 FILLER PIC X(08) VALUE 'NEW'.                             00002810
           05 FILLER PIC X(07) VALUE 'LIMIT'.                           00002820
           05 FILLER PIC X(10) VALUE 'NEXT'.                            00002830
           05 FILLER PIC X(30) VALUE 'RESULT'.                          00002840
                                                                        00002850
       01 WS-RPT-DTL.                                                   00002860
           05 FILLER PIC X(01) VALUE SPACE.                             00002870
           05 RPT-TRAN-ID PIC 9(09).                                    00002880
           05 FILLER PIC X(02) VALUE SPACES.                            00002890
           05 RPT-ACCT-NO PIC 9(09).                                    00002900
           05 FILLER PIC X(02) VALUE SPACES.                            00002910
           05 RPT-RESET-DATE PIC 9(08).                                 00002920
           05 FILLER PIC X(02) VALUE SPACES.                            00002930
           05 RPT-INDEX-CD PIC X(04).                                   00002940
           05 FILLER PIC X(02) VALUE SPACES.                            00002950
           05 RPT-INDEX-RATE PIC 9.9999.                                00002960
           05 FILLER PIC X(02) VALUE SPACES.                            00002970
           05 RPT-MARGIN PIC +9.9999.                                   00002980
           05 FILLER PIC X(02) VALUE SPACES.                            00002990
           05 RPT-OLD-RATE PIC 9.9999.                                  00003000
           05 FILLER PIC X(02) VALUE SPACES.                            00003010
           05 RPT-NEW-RATE PIC 9.9999.                                  00003020
           05 FILLER PIC X(02) VALUE SPACES.                            00003030
           05 RPT-LIMIT PIC X(05).                                      00003040
           05 FILLER PIC X(02) VALUE SPACES.                            00003050
           05 RPT-NEXT-RESET PIC 9(08).                                 00003060
           05 FILLER PIC X(02) VALUE SPACES.                            00003070
           05 RPT-RESULT PIC X(30).                                     00003080
                                                                        00003090
       01 WS-RPT-TOT.                                                   00003100
           05 FILLER PIC X(01) VALUE '0'.                               00003110
           05 FILLER PIC X(10) VALUE 'CHANGED'.                         00003120
           05 TOT-CHANGED PIC Z(06)9.                                   00003130
           05 FILLER PIC X(04) VALUE SPACES.                            00003140
           05 FILLER PIC X(10) VALUE 'UNCHANGED'.                       00003150
           05 TOT-UNCHANGED PIC Z(06)9.                                 00003160
           05 FILLER PIC X(04) VALUE SPACES.                            00003170
           05 FILLER PIC X(06) VALUE 'HELD'.                            00003180
           05 TOT-HELD PIC Z(06)9.                                      00003190
           05 FILLER PIC X(04) VALUE SPACES.                            00003200
           05 FILLER PIC X(08) VALUE 'ENDED'.                           00003210
           05 TOT-ENDED PIC Z(06)9.                                     00003220
                                                                        00003230
       PROCEDURE DIVISION.                                              00003240
       0000-MAIN.                                                       00003250
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00003260
           PERFORM 2000-PROCESS-TERMS THRU 2000-EXIT                    00003270
              UNTIL WS-EOF                                              00003280
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00003290
           IF WS-IO-ERROR                                               00003300
              MOVE 12 TO RETURN-CODE                                    00003310
           ELSE                                                         00003320
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00003330
           END-IF                                                       00003340
           GOBACK.                                                      00003350
                                                                        00003360
      *> ***************************************************************00003370
      *> RUN DATE, THE CONTRACT MASTER AND TERMS FOR UPDATE, THE INDEX  00003380
      *> AND OWNER TABLES, THE OUTPUTS, THEN THE FIRST TERMS RECORD     00003390
      *> ***************************************************************00003400
       1000-INITIALIZE.                                                 00003410
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00003420
           IF WS-PROCESS-DATE > 0                                       00003430
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00003440
           ELSE                                                         00003450
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00003460
           END-IF                                                       00003470
                                                                        00003480
           OPEN I-O CONTRACT-FILE                                       00003490
           EVALUATE FS-CONTRACT-FILE                                    00003500
             WHEN "00"                                                  00003510
               CONTINUE                                                 00003520
             WHEN "35"                                                  00003530
               MOVE "CONTRACT MASTER NOT FOUND" TO WS-ABEND-MESSAGE     00003540
               GO TO 9999-ABEND                                         00003550
             WHEN OTHER                                                 00003560
               MOVE "OPEN FAILED ON CONTRACT-FILE" TO WS-ABEND-MESSAGE  00003570
               GO TO 9999-ABEND                                         00003580
           END-EVALUATE                                                 00003590
           OPEN I-O VRATE-FILE                                          00003600
           EVALUATE FS-VRATE-FILE                                       00003610
             WHEN "00"                                                  00003620
               CONTINUE                                                 00003630
             WHEN "35"                                                  00003640
               MOVE "VARIABLE-RATE TERMS FILE NOT FOUND" TO             00003650
                  WS-ABEND-MESSAGE                                      00003660
               GO TO 9999-ABEND                                         00003670
             WHEN OTHER                                                 00003680
               MOVE "OPEN FAILED ON VRATE-FILE" TO WS-ABEND-MESSAGE     00003690
               GO TO 9999-ABEND                                         00003700
           END-EVALUATE                                                 00003710
                                                                        00003720
           PERFORM 1100-LOAD-INDEX-RATES THRU 1100-EXIT                 00003730
           PERFORM 1300-LOAD-XREF THRU 1300-EXIT                        00003740
           PERFORM 1400-LOAD-CUSTOMERS THRU 1400-EXIT                   00003750
                                                                        00003760
           OPEN EXTEND RATE-HIST-FILE                                   00003770
           IF FS-RATE-HIST-FILE = "35"                                  00003780
              OPEN OUTPUT RATE-HIST-FILE                                00003790
           END-IF                                                       00003800
           IF FS-RATE-HIST-FILE NOT = "00"                              00003810
              MOVE "OPEN FAILED ON RATE-HIST-FILE" TO WS-ABEND-MESSAGE  00003820
              GO TO 9999-ABEND                                          00003830
           END-IF                                                       00003840
           OPEN OUTPUT LETTER-FILE                                      00003850
           IF FS-LETTER-FILE NOT = "00"                                 00003860
              MOVE "OPEN FAILED ON LETTER-FILE" TO WS-ABEND-MESSAGE     00003870
              GO TO 9999-ABEND                                          00003880
           END-IF                                                       00003890
           OPEN OUTPUT LETTER-REVW-FILE                                 00003900
           IF FS-LETTER-REVW-FILE NOT = "00"                            00003910
              MOVE "OPEN FAILED ON LETTER-REVW-FILE" TO                 00003920
                 WS-ABEND-MESSAGE                                       00003930
              GO TO 9999-ABEND                                          00003940
           END-IF                                                       00003950
           OPEN EXTEND CONTACT-HIST-FILE                                00003960
           IF FS-CONTACT-HIST-FILE = "35"                               00003970
              OPEN OUTPUT CONTACT-HIST-FILE                             00003980
           END-IF                                                       00003990
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00004000
              MOVE "OPEN FAILED ON CONTACT-HIST-FILE" TO                00004010
                 WS-ABEND-MESSAGE                                       00004020
              GO TO 9999-ABEND                                          00004030
           END-IF                                                       00004040
           OPEN OUTPUT REPR-RPT-FILE                                    00004050
           IF FS-REPR-RPT-FILE NOT = "00"                               00004060
              MOVE "OPEN FAILED ON REPR-RPT-FILE" TO WS-ABEND-MESSAGE   00004070
              GO TO 9999-ABEND                                          00004080
           END-IF                                                       00004090
           MOVE "CONREPR" TO ALOG-PROGRAM-ID                            00004100
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00004110
           MOVE WS-RUN-DATE TO RPT-RUN-DATE                             00004120
           WRITE REPR-RPT-LINE FROM WS-RPT-HDR-1                        00004130
           WRITE REPR-RPT-LINE FROM WS-RPT-HDR-2                        00004140
                                                                        00004150
           MOVE ZEROES TO CVR-TRAN-ID                                   00004160
           START VRATE-FILE KEY IS NOT < CVR-TRAN-ID                    00004170
           IF FS-VRATE-FILE NOT = "00"                                  00004180
              DISPLAY "NO VARIABLE-RATE TERMS ON FILE"                  00004190
              SET WS-EOF TO TRUE                                        00004200
              GO TO 1000-EXIT                                           00004210
           END-IF                                                       00004220
           PERFORM 2900-READ-TERMS THRU 2900-EXIT.                      00004230
       1000-EXIT.                                                       00004240
           EXIT.                                                        00004250
                                                                        00004260
      *> ***************************************************************00004270
      *> THE WHOLE INDEX FILE, IN KEY ORDER.  WITH NO INDEX FILE EVERY  00004280
      *> RESET DUE IS HELD, WHICH THE REPORT SHOWS                      00004290
      *> ***************************************************************00004300
       1100-LOAD-INDEX-RATES.                                           00004310
           OPEN INPUT RATE-INDEX-FILE                                   00004320
           EVALUATE FS-RATE-INDEX-FILE                                  00004330
             WHEN "00"                                                  00004340
               PERFORM UNTIL WS-RIX-EOF                                 00004350
                 READ RATE-INDEX-FILE                                   00004360
                   AT END                                               00004370
                     SET WS-RIX-EOF TO TRUE                             00004380
                   NOT AT END                                           00004390
                     IF RIX-RATE NUMERIC                                00004400
                        AND RIX-EFF-DATE NUMERIC                        00004410
                        AND WS-RIX-COUNT < WS-RIX-MAX                   00004420
                        ADD 1 TO WS-RIX-COUNT                           00004430
                        MOVE RIX-INDEX-CD TO                            00004440
                           TBL-RIX-INDEX-CD (WS-RIX-COUNT)              00004450
                        MOVE RIX-EFF-DATE TO                            00004460
                           TBL-RIX-EFF-DATE (WS-RIX-COUNT)              00004470
                        MOVE RIX-RATE TO                                00004480
                           TBL-RIX-RATE (WS-RIX-COUNT)                  00004490
                     ELSE                                               00004500
                        DISPLAY "BAD OR EXCESS INDEX RATE, INDEX: "     00004510
                          RIX-INDEX-CD " EFF " RIX-EFF-DATE             00004520
                     END-IF                                             00004530
                 END-READ                                               00004540
               END-PERFORM                                              00004550
               CLOSE RATE-INDEX-FILE                                    00004560
               DISPLAY "INDEX RATES LOADED: " WS-RIX-COUNT              00004570
             WHEN "35"                                                  00004580
               DISPLAY "NO RATE INDEX FILE, EVERY RESET IS HELD"        00004590
             WHEN OTHER                                                 00004600
               MOVE "OPEN FAILED ON RATE-INDEX-FILE" TO                 00004610
                  WS-ABEND-MESSAGE                                      00004620
               GO TO 9999-ABEND                                         00004630
           END-EVALUATE.                                                00004640
       1100-EXIT.                                                       00004650
           EXIT.                                                        00004660
                                                                        00004670
       1300-LOAD-XREF.                                                  00004680
           OPEN INPUT XREF-FILE                                         00004690
           EVALUATE FS-XREF-FILE                                        00004700
             WHEN "00"                                                  00004710
               PERFORM UNTIL WS-XREF-EOF                                00004720
                 READ XREF-FILE                                         00004730
                   AT END                                               00004740
                     SET WS-XREF-EOF TO TRUE                            00004750
                   NOT AT END                                           00004760
                     IF WS-XREF-COUNT < WS-XREF-MAX                     00004770
                        ADD 1 TO WS-XREF-COUNT                          00004780
                        MOVE AXR-ACCT-NO TO                             00004790
                           TBL-AXR-ACCT-NO (WS-XREF-COUNT)              00004800
                        MOVE AXR-CUST-ID TO                             00004810
                           TBL-AXR-CUST-ID (WS-XREF-COUNT)              00004820
                        MOVE AXR-STATUS TO                              00004830
                           TBL-AXR-STATUS (WS-XREF-COUNT)               00004840
                     ELSE                                               00004850
                        DISPLAY "XREF TABLE FULL, ENTRY DROPPED: "      00004860
                          AXR-ACCT-NO                                   00004870
                     END-IF                                             00004880
                 END-READ                                               00004890
               END-PERFORM                                              00004900
               CLOSE XREF-FILE                                          00004910
               DISPLAY "XREF LINKS LOADED: " WS-XREF-COUNT              00004920
             WHEN "35"                                                  00004930
               DISPLAY "NO XREF DATASET, NO OWNERS RESOLVED"            00004940
             WHEN OTHER                                                 00004950
               MOVE "OPEN FAILED ON XREF-FILE" TO WS-ABEND-MESSAGE      00004960
               GO TO 9999-ABEND                                         00004970
           END-EVALUATE.                                                00004980
       1300-EXIT.                                                       00004990
           EXIT.                                                        00005000
                                                                        00005010
       1400-LOAD-CUSTOMERS.                                             00005020
           OPEN INPUT CUST-MASTER-FILE                                  00005030
           EVALUATE FS-CUST-MASTER-FILE                                 00005040
             WHEN "00"                                                  00005050
               PERFORM UNTIL WS-CUST-EOF                                00005060
                 READ CUST-MASTER-FILE                                  00005070
                   AT END                                               00005080
                     SET WS-CUST-EOF TO TRUE                            00005090
                   NOT AT END                                           00005100
                     IF WS-CUST-COUNT < WS-CUST-MAX                     00005110
                        ADD 1 TO WS-CUST-COUNT                          00005120
                        MOVE CUST-ID TO TBL-CUST-ID (WS-CUST-COUNT)     00005130
                        MOVE CUST-LAST-NAME TO                          00005140
                           TBL-CUST-LAST (WS-CUST-COUNT)                00005150
                        MOVE CUST-SUPPRESS TO                           00005160
                           TBL-CUST-SUPP (WS-CUST-COUNT)                00005170
                     ELSE                                               00005180
                        DISPLAY "CUSTOMER TABLE FULL, ID DROPPED: "     00005190
                          CUST-ID                                       00005200
                     END-IF                                             00005210
                 END-READ                                               00005220
               END-PERFORM                                              00005230
               CLOSE CUST-MASTER-FILE                                   00005240
               DISPLAY "CUSTOMERS LOADED: " WS-CUST-COUNT               00005250
             WHEN "35"                                                  00005260
               DISPLAY "NO CUSTOMER MASTER, NO OWNERS RESOLVED"         00005270
             WHEN OTHER                                                 00005280
               MOVE "OPEN FAILED ON CUST-MASTER-FILE" TO                00005290
                  WS-ABEND-MESSAGE                                      00005300
               GO TO 9999-ABEND                                         00005310
           END-EVALUATE.                                                00005320
       1400-EXIT.                                                       00005330
           EXIT.                                                        00005340
                                                                        00005350
      *> ***************************************************************00005360
      *> ONE TERMS RECORD.  ONLY LIVE TERMS WHOSE RESET HAS COME ARE    00005370
      *> LOOKED AT.  TERMS WHOSE CONTRACT HAS MATURED, CLOSED OR PAID   00005380
      *> OFF ARE ENDED, SINCE THERE IS NOTHING LEFT TO REPRICE          00005390
      *> ***************************************************************00005400
       2000-PROCESS-TERMS.                                              00005410
           IF NOT CVR-ST-ACTIVE                                         00005420
              OR CVR-NEXT-RESET NOT NUMERIC                             00005430
              OR CVR-NEXT-RESET > WS-RUN-DATE                           00005440
              GO TO 2000-READ-NEXT                                      00005450
           END-IF                                                       00005460
           ADD 1 TO WS-RESETS-DUE                                       00005470
           MOVE SPACES TO WS-RESULT-TEXT                                00005480
           MOVE SPACE TO WS-LIMIT-SW                                    00005490
           MOVE ZEROES TO WS-INDEX-RATE                                 00005500
           MOVE CVR-NEXT-RESET TO WS-RESET-DATE                         00005510
           MOVE CVR-TRAN-ID TO CON-TRAN-ID                              00005520
           READ CONTRACT-FILE                                           00005530
           EVALUATE FS-CONTRACT-FILE                                    00005540
             WHEN "00"                                                  00005550
               CONTINUE                                                 00005560
             WHEN "23"                                                  00005570
               MOVE ZEROES TO CON-ACCT-NO                               00005580
               MOVE ZEROES TO CON-RATE                                  00005590
               MOVE 'HELD - CONTRACT NOT ON FILE' TO WS-RESULT-TEXT     00005600
               PERFORM 2700-HOLD-RESET THRU 2700-EXIT                   00005610
               GO TO 2000-READ-NEXT                                     00005620
             WHEN OTHER                                                 00005630
               DISPLAY "READ FAILED, CONTRACT STATUS: "                 00005640
                 FS-CONTRACT-FILE                                       00005650
               SET WS-IO-ERROR TO TRUE                                  00005660
               SET WS-EOF TO TRUE                                       00005670
               GO TO 2000-EXIT                                          00005680
           END-EVALUATE                                                 00005690
           MOVE CON-RATE TO WS-OLD-RATE                                 00005700
           MOVE CON-RATE TO WS-NEW-RATE                                 00005710
           IF NOT CON-OPEN                                              00005720
              PERFORM 2600-END-TERMS THRU 2600-EXIT                     00005730
              GO TO 2000-READ-NEXT                                      00005740
           END-IF                                                       00005750
           IF NOT CON-RATE-VARIABLE                                     00005760
              MOVE 'HELD - CONTRACT NOT VARIABLE' TO WS-RESULT-TEXT     00005770
              PERFORM 2700-HOLD-RESET THRU 2700-EXIT                    00005780
              GO TO 2000-READ-NEXT                                      00005790
           END-IF                                                       00005800
                                                                        00005810
           PERFORM 2100-ADVANCE-SCHEDULE THRU 2100-EXIT                 00005820
           PERFORM 2200-FIND-INDEX-RATE THRU 2200-EXIT                  00005830
           IF WS-BEST-SUB = 0                                           00005840
              MOVE CVR-NEXT-RESET TO WS-RESET-DATE                      00005850
              MOVE 'HELD - NO INDEX RATE ON FILE' TO WS-RESULT-TEXT     00005860
              PERFORM 2700-HOLD-RESET THRU 2700-EXIT                    00005870
              GO TO 2000-READ-NEXT                                      00005880
           END-IF                                                       00005890
           PERFORM 2300-PRICE-CONTRACT THRU 2300-EXIT                   00005900
           PERFORM 2400-APPLY-RESET THRU 2400-EXIT.                     00005910
       2000-READ-NEXT.                                                  00005920
           IF NOT WS-EOF                                                00005930
              PERFORM 2900-READ-TERMS THRU 2900-EXIT                    00005940
           END-IF.                                                      00005950
       2000-EXIT.                                                       00005960
           EXIT.                                                        00005970
                                                                        00005980
      *> ***************************************************************00005990
      *> A RUN MISSED FOR ANY REASON MAY LEAVE MORE THAN ONE RESET      00006000
      *> BEHIND.  THE CONTRACT IS PRICED ONCE, AT THE LATEST SCHEDULED  00006010
      *> RESET NOT AFTER THE RUN DATE, AND THE SCHEDULE IS LEFT ON THE  00006020
      *> FIRST ONE AFTER IT.  THE HELD CASES PUT THE DUE DATE BACK      00006030
      *> ***************************************************************00006040
       2100-ADVANCE-SCHEDULE.                                           00006050
           MOVE CVR-NEXT-RESET TO WS-DN-DATE                            00006060
           PERFORM 2150-ADD-RESET-MONTHS THRU 2150-EXIT                 00006070
              UNTIL WS-DN-DATE > WS-RUN-DATE.                           00006080
       2100-EXIT.                                                       00006090
           EXIT.                                                        00006100
                                                                        00006110
      *> ***************************************************************00006120
      *> ONE RESET PERIOD ON FROM WS-DN-DATE, THE DAY PUT BACK TO THE   00006130
      *> ANCHOR DAY OR THE LAST OF A SHORTER MONTH                      00006140
      *> ***************************************************************00006150
       2150-ADD-RESET-MONTHS.                                           00006160
           MOVE WS-DN-DATE TO WS-RESET-DATE                             00006170
           COMPUTE WS-MONTH-SERIAL =                                    00006180
              (WS-DN-YYYY * 12) + WS-DN-MM - 1 + CVR-RESET-MONTHS       00006190
           DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-DN-YYYY               00006200
              REMAINDER WS-MONTH-REM                                    00006210
           COMPUTE WS-DN-MM = WS-MONTH-REM + 1                          00006220
           MOVE DAYS-IN-MONTH (WS-DN-MM) TO WS-MONTH-DAYS               00006230
           IF WS-DN-MM = 2                                              00006240
              PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT               00006250
              IF WS-DN-LEAP-YEAR                                        00006260
                 MOVE 29 TO WS-MONTH-DAYS                               00006270
              END-IF                                                    00006280
           END-IF                                                       00006290
           IF CVR-ANCHOR-DAY NUMERIC AND CVR-ANCHOR-DAY > 0             00006300
              MOVE CVR-ANCHOR-DAY TO WS-DN-DD                           00006310
           END-IF                                                       00006320
           IF WS-DN-DD > WS-MONTH-DAYS                                  00006330
              MOVE WS-MONTH-DAYS TO WS-DN-DD                            00006340
           END-IF.                                                      00006350
       2150-EXIT.                                                       00006360
           EXIT.                                                        00006370
                                                                        00006380
      *> ***************************************************************00006390
      *> THE ENTRY FOR THE CONTRACT'S INDEX WITH THE LATEST EFFECTIVE   00006400
      *> DATE NOT AFTER THE RESET DATE.  WS-BEST-SUB ZERO IS NONE       00006410
      *> ***************************************************************00006420
       2200-FIND-INDEX-RATE.                                            00006430
           MOVE ZEROES TO WS-BEST-SUB                                   00006440
           PERFORM VARYING WS-RIX-SUB FROM 1 BY 1                       00006450
                    UNTIL WS-RIX-SUB > WS-RIX-COUNT                     00006460
             IF TBL-RIX-INDEX-CD (WS-RIX-SUB) = CVR-INDEX-CD            00006470
                AND TBL-RIX-EFF-DATE (WS-RIX-SUB) NOT > WS-RESET-DATE   00006480
                IF WS-BEST-SUB = 0                                      00006490
                   MOVE WS-RIX-SUB TO WS-BEST-SUB                       00006500
                ELSE                                                    00006510
                   IF TBL-RIX-EFF-DATE (WS-RIX-SUB)                     00006520
                      > TBL-RIX-EFF-DATE (WS-BEST-SUB)                  00006530
                      MOVE WS-RIX-SUB TO WS-BEST-SUB                    00006540
                   END-IF                                               00006550
                END-IF                                                  00006560
             END-IF                                                     00006570
           END-PERFORM                                                  00006580
           IF WS-BEST-SUB > 0                                           00006590
              MOVE TBL-RIX-RATE (WS-BEST-SUB) TO WS-INDEX-RATE          00006600
           END-IF.                                                      00006610
       2200-EXIT.                                                       00006620
           EXIT.                                                        00006630
                                                                        00006640
      *> ***************************************************************00006650
      *> INDEX PLUS MARGIN, NEVER BELOW THE FLOOR (NOR BELOW NOTHING)   00006660
      *> AND, WHERE THERE IS A CAP, NEVER ABOVE IT                      00006670
      *> ***************************************************************00006680
       2300-PRICE-CONTRACT.                                             00006690
           COMPUTE WS-NEW-RATE = WS-INDEX-RATE + CVR-MARGIN             00006700
              ON SIZE ERROR                                             00006710
                 MOVE 9.9999 TO WS-NEW-RATE                             00006720
           END-COMPUTE                                                  00006730
           IF WS-NEW-RATE < CVR-FLOOR-RATE                              00006740
              MOVE CVR-FLOOR-RATE TO WS-NEW-RATE                        00006750
              MOVE 'F' TO WS-LIMIT-SW                                   00006760
           END-IF                                                       00006770
           IF WS-NEW-RATE < 0                                           00006780
              MOVE ZEROES TO WS-NEW-RATE                                00006790
              MOVE 'F' TO WS-LIMIT-SW                                   00006800
           END-IF                                                       00006810
           IF CVR-CAP-RATE > 0 AND WS-NEW-RATE > CVR-CAP-RATE           00006820
              MOVE CVR-CAP-RATE TO WS-NEW-RATE                          00006830
              MOVE 'C' TO WS-LIMIT-SW                                   00006840
           END-IF.                                                      00006850
       2300-EXIT.                                                       00006860
           EXIT.                                                        00006870
                                                                        00006880
      *> ***************************************************************00006890
      *> THE NEW RATE ON THE CONTRACT, THE RESET ON THE TERMS AND THE   00006900
      *> HISTORY, AND A NOTICE TO THE BORROWER WHEN THE RATE MOVED      00006910
      *> ***************************************************************00006920
       2400-APPLY-RESET.                                                00006930
           IF WS-NEW-RATE NOT = WS-OLD-RATE                             00006940
              MOVE WS-NEW-RATE TO CON-RATE                              00006950
              REWRITE CONTRACT-RECORD                                   00006960
              IF FS-CONTRACT-FILE NOT = "00"                            00006970
                 DISPLAY "REWRITE FAILED, CONTRACT STATUS: "            00006980
                   FS-CONTRACT-FILE                                     00006990
                 MOVE WS-OLD-RATE TO CON-RATE                           00007000
                 MOVE CVR-NEXT-RESET TO WS-RESET-DATE                   00007010
                 MOVE 'HELD - CONTRACT REWRITE FAILED' TO               00007020
                    WS-RESULT-TEXT                                      00007030
                 PERFORM 2700-HOLD-RESET THRU 2700-EXIT                 00007040
                 GO TO 2400-EXIT                                        00007050
              END-IF                                                    00007060
              MOVE "RATE RESET" TO WS-ACTION                            00007070
              MOVE 'RATE CHANGED' TO WS-RESULT-TEXT                     00007080
              ADD 1 TO WS-RATES-CHANGED                                 00007090
           ELSE                                                         00007100
              MOVE "RATE HELD" TO WS-ACTION                             00007110
              MOVE 'RATE UNCHANGED' TO WS-RESULT-TEXT                   00007120
              ADD 1 TO WS-RATES-UNCHANGED                               00007130
           END-IF                                                       00007140
                                                                        00007150
           MOVE WS-RESET-DATE TO CVR-LAST-RESET                         00007160
           MOVE WS-INDEX-RATE TO CVR-LAST-INDEX-RATE                    00007170
           MOVE WS-DN-DATE TO CVR-NEXT-RESET                            00007180
           MOVE WS-RUN-DATE TO CVR-STATUS-DATE                          00007190
           REWRITE CONTRACT-VRATE-RECORD                                00007200
           IF FS-VRATE-FILE NOT = "00"                                  00007210
              DISPLAY "REWRITE FAILED, VRATE STATUS: " FS-VRATE-FILE    00007220
              SET RC-WARNING TO TRUE                                    00007230
           END-IF                                                       00007240
           PERFORM 2450-WRITE-HISTORY THRU 2450-EXIT                    00007250
           IF WS-NEW-RATE NOT = WS-OLD-RATE                             00007260
              PERFORM 2500-SEND-NOTICE THRU 2500-EXIT                   00007270
           END-IF                                                       00007280
           PERFORM 2800-REPORT-RESET THRU 2800-EXIT                     00007290
           MOVE WS-OLD-RATE TO WS-EDIT-OLD-RATE                         00007300
           MOVE WS-NEW-RATE TO WS-EDIT-RATE                             00007310
           MOVE WS-ACTION TO ALOG-ACTION                                00007320
           MOVE SPACES TO ALOG-DETAIL                                   00007330
           STRING 'CONTRACT ' CON-TRAN-ID ' ' CVR-INDEX-CD ' '          00007340
              WS-EDIT-OLD-RATE ' TO ' WS-EDIT-RATE ' ON '               00007350
              WS-RESET-DATE                                             00007360
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00007370
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00007380
       2400-EXIT.                                                       00007390
           EXIT.                                                        00007400
                                                                        00007410
       2450-WRITE-HISTORY.                                              00007420
           MOVE SPACES TO RATE-HIST-RECORD                              00007430
           MOVE CON-TRAN-ID TO RHS-TRAN-ID                              00007440
           MOVE CON-ACCT-NO TO RHS-ACCT-NO                              00007450
           MOVE WS-RESET-DATE TO RHS-RESET-DATE                         00007460
           MOVE WS-OLD-RATE TO RHS-OLD-RATE                             00007470
           MOVE WS-NEW-RATE TO RHS-NEW-RATE                             00007480
           MOVE CVR-INDEX-CD TO RHS-INDEX-CD                            00007490
           MOVE WS-INDEX-RATE TO RHS-INDEX-RATE                         00007500
           MOVE CVR-MARGIN TO RHS-MARGIN                                00007510
           MOVE WS-LIMIT-SW TO RHS-LIMIT-SW                             00007520
           MOVE WS-RUN-DATE TO RHS-RUN-DATE                             00007530
           WRITE RATE-HIST-RECORD                                       00007540
           IF FS-RATE-HIST-FILE NOT = "00"                              00007550
              DISPLAY "WRITE FAILED, RATE-HIST STATUS: "                00007560
                FS-RATE-HIST-FILE                                       00007570
              SET RC-WARNING TO TRUE                                    00007580
           END-IF.                                                      00007590
       2450-EXIT.                                                       00007600
           EXIT.                                                        00007610
                                                                        00007620
      *> ***************************************************************00007630
      *> THE RATE CHANGE NOTICE.  A SUPPRESSED OWNER'S NOTICE GOES TO   00007640
      *> THE REVIEW FILE, NOT FULFILLMENT; A CONTRACT WITH NO KNOWN     00007650
      *> OWNER IS COUNTED FOR SERVICING TO CHASE                        00007660
      *> ***************************************************************00007670
       2500-SEND-NOTICE.                                                00007680
           MOVE CON-ACCT-NO TO WS-CURR-ACCT-NO                          00007690
           PERFORM 2850-LOOKUP-OWNER THRU 2850-EXIT                     00007700
           IF WS-LOOKUP-CUST-ID = 0                                     00007710
              ADD 1 TO WS-NO-OWNER-COUNT                                00007720
              GO TO 2500-EXIT                                           00007730
           END-IF                                                       00007740
           MOVE SPACES TO LETTER-RECORD                                 00007750
           MOVE WS-RUN-DATE TO LTR-DATE                                 00007760
           MOVE WS-LOOKUP-CUST-ID TO LTR-APPL-ID                        00007770
           IF WS-LOOKUP-CUST-SUB > 0                                    00007780
              MOVE TBL-CUST-LAST (WS-LOOKUP-CUST-SUB) TO LTR-APPL-NAME  00007790
           END-IF                                                       00007800
           MOVE 'RTCH' TO LTR-PRODUCT-CD                                00007810
           MOVE 'RATE RESET' TO LTR-DECISION                            00007820
           MOVE WS-NEW-RATE TO WS-EDIT-RATE                             00007830
           STRING 'TRAN ' CON-TRAN-ID ' RATE ' WS-EDIT-RATE             00007840
              ' FROM ' WS-RESET-DATE                                    00007850
              DELIMITED BY SIZE INTO LTR-REASON                         00007860
           IF WS-LOOKUP-SUPP = 'D'                                      00007870
              OR WS-LOOKUP-SUPP = 'N'                                   00007880
              OR WS-LOOKUP-SUPP = 'L'                                   00007890
              WRITE LETTER-REVW-RECORD FROM LETTER-RECORD               00007900
              ADD 1 TO WS-NOTICES-SUPPRESSED                            00007910
           ELSE                                                         00007920
              WRITE LETTER-RECORD                                       00007930
              IF FS-LETTER-FILE NOT = "00"                              00007940
                 DISPLAY "WRITE FAILED, LETTER-FILE STATUS: "           00007950
                   FS-LETTER-FILE                                       00007960
                 SET RC-WARNING TO TRUE                                 00007970
                 GO TO 2500-EXIT                                        00007980
              END-IF                                                    00007990
              ADD 1 TO WS-NOTICES-WRITTEN                               00008000
              MOVE WS-LOOKUP-CUST-ID TO CNT-CUST-ID                     00008010
              MOVE 'RATE CHANGE' TO CNT-CONTACT-TYPE                    00008020
              MOVE SPACES TO CNT-REFERENCE                              00008030
              STRING 'CONTRACT ' CON-TRAN-ID                            00008040
                 DELIMITED BY SIZE INTO CNT-REFERENCE                   00008050
              MOVE WS-RUN-DATE TO CNT-DATE                              00008060
              WRITE CONTACT-HIST-RECORD                                 00008070
              IF FS-CONTACT-HIST-FILE NOT = "00"                        00008080
                 DISPLAY "WRITE FAILED, CONTACT-HIST STATUS: "          00008090
                   FS-CONTACT-HIST-FILE                                 00008100
              END-IF                                                    00008110
           END-IF.                                                      00008120
       2500-EXIT.                                                       00008130
           EXIT.                                                        00008140
                                                                        00008150
      *> ***************************************************************00008160
      *> THE CONTRACT HAS LEFT THE BOOK.  ITS TERMS ARE ENDED AND THE   00008170
      *> CONTRACT ITSELF IS LEFT AS THE RUN THAT CLOSED IT LEFT IT      00008180
      *> ***************************************************************00008190
       2600-END-TERMS.                                                  00008200
           SET CVR-ST-ENDED TO TRUE                                     00008210
           MOVE WS-RUN-DATE TO CVR-STATUS-DATE                          00008220
           REWRITE CONTRACT-VRATE-RECORD                                00008230
           IF FS-VRATE-FILE NOT = "00"                                  00008240
              DISPLAY "REWRITE FAILED, VRATE STATUS: " FS-VRATE-FILE    00008250
              SET RC-WARNING TO TRUE                                    00008260
           END-IF                                                       00008270
           ADD 1 TO WS-TERMS-ENDED                                      00008280
           MOVE "VRT ENDED" TO WS-ACTION                                00008290
           MOVE 'ENDED - CONTRACT NOT OPEN' TO WS-RESULT-TEXT           00008300
           MOVE CVR-NEXT-RESET TO WS-DN-DATE                            00008310
           PERFORM 2800-REPORT-RESET THRU 2800-EXIT                     00008320
           MOVE WS-ACTION TO ALOG-ACTION                                00008330
           MOVE SPACES TO ALOG-DETAIL                                   00008340
           STRING 'CONTRACT ' CVR-TRAN-ID ' STATUS ' CON-STATUS         00008350
              ' TERMS ENDED'                                            00008360
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00008370
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00008380
       2600-EXIT.                                                       00008390
           EXIT.                                                        00008400
                                                                        00008410
      *> ***************************************************************00008420
      *> A RESET THAT CANNOT BE PRICED STAYS DUE AND IS TRIED AGAIN ON  00008430
      *> THE NEXT RUN; THE CONTRACT KEEPS THE RATE IT HAS               00008440
      *> ***************************************************************00008450
       2700-HOLD-RESET.                                                 00008460
           ADD 1 TO WS-RESETS-HELD                                      00008470
           SET RC-WARNING TO TRUE                                       00008480
           MOVE "RATE HELD" TO WS-ACTION                                00008490
           MOVE CON-RATE TO WS-OLD-RATE                                 00008500
           MOVE CON-RATE TO WS-NEW-RATE                                 00008510
           MOVE CVR-NEXT-RESET TO WS-DN-DATE                            00008520
           DISPLAY "RESET HELD, TRAN ID: " CVR-TRAN-ID " "              00008530
             WS-RESULT-TEXT                                             00008540
           PERFORM 2800-REPORT-RESET THRU 2800-EXIT                     00008550
           MOVE WS-ACTION TO ALOG-ACTION                                00008560
           MOVE SPACES TO ALOG-DETAIL                                   00008570
           STRING 'CONTRACT ' CVR-TRAN-ID ' ' WS-RESULT-TEXT            00008580
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00008590
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00008600
       2700-EXIT.                                                       00008610
           EXIT.                                                        00008620
                                                                        00008630
       2800-REPORT-RESET.                                               00008640
           MOVE CVR-TRAN-ID TO RPT-TRAN-ID                              00008650
           MOVE CON-ACCT-NO TO RPT-ACCT-NO                              00008660
           MOVE WS-RESET-DATE TO RPT-RESET-DATE                         00008670
           MOVE CVR-INDEX-CD TO RPT-INDEX-CD                            00008680
           MOVE WS-INDEX-RATE TO RPT-INDEX-RATE                         00008690
           MOVE CVR-MARGIN TO RPT-MARGIN                                00008700
           MOVE WS-OLD-RATE TO RPT-OLD-RATE                             00008710
           MOVE WS-NEW-RATE TO RPT-NEW-RATE                             00008720
           EVALUATE WS-LIMIT-SW                                         00008730
             WHEN 'F'                                                   00008740
               MOVE 'FLOOR' TO RPT-LIMIT                                00008750
             WHEN 'C'                                                   00008760
               MOVE 'CAP' TO RPT-LIMIT                                  00008770
             WHEN OTHER                                                 00008780
               MOVE SPACES TO RPT-LIMIT                                 00008790
           END-EVALUATE                                                 00008800
           MOVE WS-DN-DATE TO RPT-NEXT-RESET                            00008810
           MOVE WS-RESULT-TEXT TO RPT-RESULT                            00008820
           WRITE REPR-RPT-LINE FROM WS-RPT-DTL.                         00008830
       2800-EXIT.                                                       00008840
           EXIT.                                                        00008850
                                                                        00008860
      *> ***************************************************************00008870
      *> RESOLVE THE ACTIVE OWNER OF WS-CURR-ACCT-NO AND THEIR          00008880
      *> CONTACT SUPPRESSION                                            00008890
      *> ***************************************************************00008900
       2850-LOOKUP-OWNER.                                               00008910
           MOVE ZEROES TO WS-LOOKUP-CUST-ID                             00008920
           MOVE ZEROES TO WS-LOOKUP-CUST-SUB                            00008930
           MOVE SPACE TO WS-LOOKUP-SUPP                                 00008940
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1                      00008950
                    UNTIL WS-XREF-SUB > WS-XREF-COUNT                   00008960
             IF TBL-AXR-ACCT-NO (WS-XREF-SUB) = WS-CURR-ACCT-NO         00008970
                AND TBL-AXR-STATUS (WS-XREF-SUB) = 'A'                  00008980
                MOVE TBL-AXR-CUST-ID (WS-XREF-SUB) TO                   00008990
                   WS-LOOKUP-CUST-ID                                    00009000
             END-IF                                                     00009010
           END-PERFORM                                                  00009020
           IF WS-LOOKUP-CUST-ID = 0                                     00009030
              GO TO 2850-EXIT                                           00009040
           END-IF                                                       00009050
           MOVE 'N' TO WS-FOUND-SW                                      00009060
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1                      00009070
                    UNTIL WS-CUST-SUB > WS-CUST-COUNT                   00009080
                    OR WS-FOUND                                         00009090
             IF TBL-CUST-ID (WS-CUST-SUB) = WS-LOOKUP-CUST-ID           00009100
                SET WS-FOUND TO TRUE                                    00009110
                MOVE WS-CUST-SUB TO WS-LOOKUP-CUST-SUB                  00009120
                MOVE TBL-CUST-SUPP (WS-CUST-SUB) TO WS-LOOKUP-SUPP      00009130
             END-IF                                                     00009140
           END-PERFORM.                                                 00009150
       2850-EXIT.                                                       00009160
           EXIT.                                                        00009170
                                                                        00009180
       2900-READ-TERMS.                                                 00009190
           READ VRATE-FILE NEXT                                         00009200
           EVALUATE FS-VRATE-FILE                                       00009210
             WHEN "00"                                                  00009220
               ADD 1 TO WS-TERMS-READ                                   00009230
             WHEN "10"                                                  00009240
               SET WS-EOF TO TRUE                                       00009250
             WHEN OTHER                                                 00009260
               DISPLAY "READ FAILED, VRATE STATUS: " FS-VRATE-FILE      00009270
               SET WS-EOF TO TRUE                                       00009280
               SET WS-IO-ERROR TO TRUE                                  00009290
           END-EVALUATE.                                                00009300
       2900-EXIT.                                                       00009310
           EXIT.                                                        00009320
                                                                        00009330
       6100-CHECK-LEAP-YEAR.                                            00009340
           MOVE 'N' TO WS-DN-LEAP-SW                                    00009350
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-LEAP-QUOT                00009360
              REMAINDER WS-DN-LEAP-REM                                  00009370
           IF WS-DN-LEAP-REM = 0                                        00009380
              DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-LEAP-QUOT           00009390
                 REMAINDER WS-DN-LEAP-REM                               00009400
              IF WS-DN-LEAP-REM = 0                                     00009410
                 DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-LEAP-QUOT        00009420
                    REMAINDER WS-DN-LEAP-REM                            00009430
                 IF WS-DN-LEAP-REM = 0                                  00009440
                    SET WS-DN-LEAP-YEAR TO TRUE                         00009450
                 END-IF                                                 00009460
              ELSE                                                      00009470
                 SET WS-DN-LEAP-YEAR TO TRUE                            00009480
              END-IF                                                    00009490
           END-IF.                                                      00009500
       6100-EXIT.                                                       00009510
           EXIT.                                                        00009520
                                                                        00009530
      *> ***************************************************************00009540
      *> REPORT TOTALS, COUNT SUMMARY, THEN CLOSE UP                    00009550
      *> ***************************************************************00009560
       9000-TERMINATE.                                                  00009570
           MOVE WS-RATES-CHANGED TO TOT-CHANGED                         00009580
           MOVE WS-RATES-UNCHANGED TO TOT-UNCHANGED                     00009590
           MOVE WS-RESETS-HELD TO TOT-HELD                              00009600
           MOVE WS-TERMS-ENDED TO TOT-ENDED                             00009610
           WRITE REPR-RPT-LINE FROM WS-RPT-TOT                          00009620
           DISPLAY "===== CONREPR RUN SUMMARY ====="                    00009630
           DISPLAY "TERMS RECORDS READ   : " WS-TERMS-READ              00009640
           DISPLAY "RESETS DUE           : " WS-RESETS-DUE              00009650
           DISPLAY "RATES CHANGED        : " WS-RATES-CHANGED           00009660
           DISPLAY "RATES UNCHANGED      : " WS-RATES-UNCHANGED         00009670
           DISPLAY "RESETS HELD          : " WS-RESETS-HELD             00009680
           DISPLAY "TERMS ENDED          : " WS-TERMS-ENDED             00009690
           DISPLAY "NOTICES WRITTEN      : " WS-NOTICES-WRITTEN         00009700
           DISPLAY "NOTICES SUPPRESSED   : " WS-NOTICES-SUPPRESSED      00009710
           DISPLAY "NO OWNER ON FILE     : " WS-NO-OWNER-COUNT          00009720
           CLOSE CONTRACT-FILE                                          00009730
           CLOSE VRATE-FILE                                             00009740
           CLOSE RATE-HIST-FILE                                         00009750
           CLOSE LETTER-FILE                                            00009760
           CLOSE LETTER-REVW-FILE                                       00009770
           CLOSE CONTACT-HIST-FILE                                      00009780
           CLOSE REPR-RPT-FILE                                          00009790
           CLOSE AUDIT-LOG-FILE.                                        00009800
       9000-EXIT.                                                       00009810
           EXIT.                                                        00009820
                                                                        00009830
       COPY AUDITOPN.                                                   00009840
       COPY AUDITWRT.                                                   00009850
       COPY AUDITCHP.                                                   00009860
       COPY ABENDPAR.                                                   00009870
       COPY PROCDPAR.                                                   00009880
