       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. CONBILL.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * MONTHLY CONTRACT BILLING AND PAST-DUE TRACKING.  WALKS   *      00000090
      * THE OPEN-CONTRACT MASTER AGAINST LAST MONTH'S BILLING    *      00000100
      * FILE (BOTH IN TRAN-ID ORDER).  THE PAYMENTS ARITH HAS    *      00000110
      * APPLIED TO INTEREST AND PRINCIPAL SINCE THE LAST BILL    *      00000120
      * (PYIN/PYPR ON THE POSTING HISTORY) ARE SET AGAINST THE   *      00000130
      * AMOUNT THAT BILL ASKED FOR; WHAT IS LEFT IS PAST DUE,    *      00000140
      * AGED FROM THE BILL DATE OF THE OLDEST UNPAID INSTALMENT  *      00000150
      * INTO BUCKET 1 (1-30 DAYS), 2 (31-60), 3 (61-90) OR 4     *      00000160
      * (OVER 90).  THIS MONTH'S INSTALMENT IS THE LEVEL PAYMENT *      00000170
      * THAT CLEARS THE PRINCIPAL OVER THE MONTHS LEFT IN THE    *      00000180
      * TERM AT THE CONTRACT RATE.  EACH CONTRACT'S OWNER, FOUND *      00000190
      * THROUGH ACCTXREF, GETS A BILL NOTICE (A SUPPRESSED OWNER *      00000200
      * GOES TO THE REVIEW FILE), AND EVERY PAST-DUE CONTRACT IS *      00000210
      * LISTED FOR THE COLLECTIONS DESK WORST BUCKET FIRST.  A   *      00000220
      * CONTRACT ALREADY BILLED THIS MONTH IS CARRIED UNCHANGED, *      00000230
      * SO A RERUN SENDS NOTHING TWICE.                          *      00000240
      * ********************************************************        00000250
       ENVIRONMENT DIVISION.                                            00000260
       INPUT-OUTPUT SECTION.                                            00000270
       FILE-CONTROL.                                                    00000280
           SELECT CONTRACT-FILE                                         00000290
           ASSIGN TO CONTRACT                                           00000300
           ORGANIZATION IS INDEXED                                      00000310
           ACCESS MODE IS SEQUENTIAL                                    00000320
           RECORD KEY IS CON-TRAN-ID                                    00000330
           FILE STATUS IS FS-CONTRACT-FILE.                             00000340
           SELECT BILL-OLD-FILE                                         00000350
           ASSIGN TO BILLOLD                                            00000360
           ORGANIZATION IS SEQUENTIAL                                   00000370
           FILE STATUS IS FS-BILL-OLD-FILE.                             00000380
           SELECT BILL-NEW-FILE                                         00000390
           ASSIGN TO BILLNEW                                            00000400
           ORGANIZATION IS SEQUENTIAL                                   00000410
           FILE STATUS IS FS-BILL-NEW-FILE.                             00000420
           SELECT POST-HIST-FILE                                        00000430
           ASSIGN TO POSTHIST                                           00000440
           ORGANIZATION IS SEQUENTIAL                                   00000450
           FILE STATUS IS FS-POST-HIST-FILE.                            00000460
           SELECT XREF-FILE                                             00000470
           ASSIGN TO ACCTXREF                                           00000480
           ORGANIZATION IS SEQUENTIAL                                   00000490
           FILE STATUS IS FS-XREF-FILE.                                 00000500
           SELECT CUST-MASTER-FILE                                      00000510
           ASSIGN TO CUSTMAST                                           00000520
           ORGANIZATION IS SEQUENTIAL                                   00000530
           FILE STATUS IS FS-CUST-MASTER-FILE.                          00000540
           SELECT NOTICE-FILE                                           00000550
           ASSIGN TO BILLNTC                                            00000560
           ORGANIZATION IS SEQUENTIAL                                   00000570
           FILE STATUS IS FS-NOTICE-FILE.                               00000580
           SELECT NOTICE-REVW-FILE                                      00000590
           ASSIGN TO BILLREV                                            00000600
           ORGANIZATION IS SEQUENTIAL                                   00000610
           FILE STATUS IS FS-NOTICE-REVW-FILE.                          00000620
           SELECT CONTACT-HIST-FILE                                     00000630
           ASSIGN TO CONTHIST                                           00000640
           ORGANIZATION IS SEQUENTIAL                                   00000650
           FILE STATUS IS FS-CONTACT-HIST-FILE.                         00000660
           SELECT DLQ-RPT-FILE                                          00000670
           ASSIGN TO DLQRPT                                             00000680
           ORGANIZATION IS SEQUENTIAL                                   00000690
           FILE STATUS IS FS-DLQ-RPT-FILE.                              00000700
           SELECT AUDIT-LOG-FILE                                        00000710
           ASSIGN TO AUDITLOG                                           00000720
           ORGANIZATION IS SEQUENTIAL                                   00000730
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000740
           SELECT PROC-DATE-FILE                                        00000750
           ASSIGN TO PROCDATE                                           00000760
           ORGANIZATION IS SEQUENTIAL                                   00000770
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000780
       DATA DIVISION.                                                   00000790
       FILE SECTION.                                                    00000800
       FD CONTRACT-FILE.                                                00000810
       COPY CONTRACT.                                                   00000820
                                                                        00000830
      *> ***************************************************************00000840
      *> THE BILLING CARRIED MONTH TO MONTH: ONE RECORD PER OPEN        00000850
      *> CONTRACT IN TRAN-ID ORDER, WITH THE DATE AND AMOUNT OF ITS     00000860
      *> LAST BILL AND THE ARREARS IT CARRIED                           00000870
      *> ***************************************************************00000880
       FD BILL-OLD-FILE.                                                00000890
       01 BILL-OLD-RECORD.                                              00000900
           05 BLO-TRAN-ID           PIC 9(09).                          00000910
           05 BLO-ACCT-NO           PIC 9(09).                          00000920
           05 BLO-BILL-DATE         PIC 9(08).                          00000930
           05 BLO-INSTALMENT        PIC S9(09)V99.                      00000940
           05 BLO-AMT-DUE           PIC S9(09)V99.                      00000950
           05 BLO-PAST-DUE          PIC S9(09)V99.                      00000960
           05 BLO-DUE-SINCE         PIC 9(08).                          00000970
           05 BLO-DAYS-PAST-DUE     PIC 9(05).                          00000980
           05 FILLER                PIC X(08).                          00000990
                                                                        00001000
       FD BILL-NEW-FILE.                                                00001010
       01 BILL-NEW-RECORD.                                              00001020
           05 BLN-TRAN-ID           PIC 9(09).                          00001030
           05 BLN-ACCT-NO           PIC 9(09).                          00001040
           05 BLN-BILL-DATE         PIC 9(08).                          00001050
      * THIS MONTH'S INSTALMENT, AND THE WHOLE AMOUNT THE BILL ASKS     00001060
      * FOR (INSTALMENT PLUS ANY PAST DUE)                              00001070
           05 BLN-INSTALMENT        PIC S9(09)V99.                      00001080
           05 BLN-AMT-DUE           PIC S9(09)V99.                      00001090
      * BILLED AND NOT PAID BY THIS BILL DATE; ZERO ON A CURRENT        00001100
      * CONTRACT.  DUE-SINCE IS THE BILL DATE OF THE OLDEST UNPAID      00001110
      * INSTALMENT, WHICH THE DAYS PAST DUE COUNT FROM                  00001120
           05 BLN-PAST-DUE          PIC S9(09)V99.                      00001130
           05 BLN-DUE-SINCE         PIC 9(08).                          00001140
           05 BLN-DAYS-PAST-DUE     PIC 9(05).                          00001150
           05 FILLER                PIC X(08).                          00001160
                                                                        00001170
       FD POST-HIST-FILE.                                               00001180
       COPY POSTHIST.                                                   00001190
                                                                        00001200
       FD XREF-FILE.                                                    00001210
       COPY ACCTXREF.                                                   00001220
                                                                        00001230
       FD CUST-MASTER-FILE.                                             00001240
       COPY CUSTREC.                                                    00001250
                                                                        00001260
      *> ***************************************************************00001270
      *> BILL NOTICE FOR THE PRINT SHOP: WHO, WHICH CONTRACT, THIS      00001280
      *> MONTH'S INSTALMENT, THE ARREARS AND THE TOTAL NOW DUE          00001290
      *> ***************************************************************00001300
       FD NOTICE-FILE.                                                  00001310
       01 NOTICE-RECORD.                                                00001320
           05 BNT-DATE              PIC 9(08).                          00001330
           05 BNT-CUST-ID           PIC 9(09).                          00001340
           05 BNT-LAST-NAME         PIC X(20).                          00001350
           05 BNT-FIRST-NAME        PIC X(20).                          00001360
           05 BNT-TRAN-ID           PIC 9(09).                          00001370
           05 BNT-ACCT-NO           PIC 9(09).                          00001380
           05 BNT-INSTALMENT        PIC 9(09)V99.                       00001390
           05 BNT-PAST-DUE          PIC 9(09)V99.                       00001400
           05 BNT-AMT-DUE           PIC 9(09)V99.                       00001410
           05 BNT-DAYS-PAST-DUE     PIC 9(05).                          00001420
           05 BNT-FEES-DUE          PIC 9(07)V99.                       00001430
           05 FILLER                PIC X(08).                          00001440
                                                                        00001450
      *> ***************************************************************00001460
      *> REVIEW COPY OF A NOTICE HELD BY A CONTACT SUPPRESSION ON       00001470
      *> THE CUSTOMER - A HUMAN DECIDES, NOT THE PRINT SHOP             00001480
      *> ***************************************************************00001490
       FD NOTICE-REVW-FILE.                                             00001500
       01 NOTICE-REVW-RECORD        PIC X(130).                         00001510
                                                                        00001520
       FD CONTACT-HIST-FILE.                                            00001530
       COPY CONTHIST.                                                   00001540
                                                                        00001550
       FD DLQ-RPT-FILE.                                                 00001560
       01 DLQ-RPT-LINE              PIC X(133).                         00001570
                                                                        00001580
       FD AUDIT-LOG-FILE.                                               00001590
       COPY AUDITLOG.                                                   00001600
                                                                        00001610
       FD PROC-DATE-FILE.                                               00001620
       COPY PROCDREC.                                                   00001630
                                                                        00001640
       WORKING-STORAGE SECTION.                                         00001650
       01 FS-CONTRACT-FILE PIC XX.                                      00001660
       01 FS-BILL-OLD-FILE PIC XX.                                      00001670
       01 FS-BILL-NEW-FILE PIC XX.                                      00001680
       01 FS-POST-HIST-FILE PIC XX.                                     00001690
       01 FS-XREF-FILE PIC XX.                                          00001700
       01 FS-CUST-MASTER-FILE PIC XX.                                   00001710
       01 FS-NOTICE-FILE PIC XX.                                        00001720
       01 FS-NOTICE-REVW-FILE PIC XX.                                   00001730
       01 FS-CONTACT-HIST-FILE PIC XX.                                  00001740
       01 FS-DLQ-RPT-FILE PIC XX.                                       00001750
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00001760
                                                                        00001770
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001780
           88 WS-EOF VALUE 'Y'.                                         00001790
       01 WS-BILL-EOF-SW PIC X(01) VALUE 'N'.                           00001800
           88 WS-BILL-EOF VALUE 'Y'.                                    00001810
       01 WS-PH-EOF-SW PIC X(01) VALUE 'N'.                             00001820
           88 WS-PH-EOF VALUE 'Y'.                                      00001830
       01 WS-XREF-EOF-SW PIC X(01) VALUE 'N'.                           00001840
           88 WS-XREF-EOF VALUE 'Y'.                                    00001850
       01 WS-CUST-EOF-SW PIC X(01) VALUE 'N'.                           00001860
           88 WS-CUST-EOF VALUE 'Y'.                                    00001870
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00001880
           88 WS-FOUND VALUE 'Y'.                                       00001890
       01 WS-MATCHED-SW PIC X(01) VALUE 'N'.                            00001900
           88 WS-MATCHED VALUE 'Y'.                                     00001910
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00001920
           88 WS-IO-ERROR VALUE 'Y'.                                    00001930
                                                                        00001940
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001950
       01 WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.                      00001960
           05 WS-RUN-YYYYMM PIC 9(06).                                  00001970
           05 FILLER PIC 9(02).                                         00001980
       01 WS-BILL-YYYYMM PIC 9(06) VALUE ZEROES.                        00001990
       01 WS-OLDEST-BILL-DATE PIC 9(08) VALUE ZEROES.                   00002000
                                                                        00002010
      *> ***************************************************************00002020
      *> INSTALMENT WORK AREAS.  THE LEVEL PAYMENT IS                   00002030
      *>    P * I * F / (F - 1)   WHERE F = (1 + I) ** N,               00002040
      *> P THE PRINCIPAL, I THE MONTHLY RATE AND N THE MONTHS LEFT IN   00002050
      *> THE TERM.  A ZERO-RATE CONTRACT IS BILLED P / N                00002060
      *> ***************************************************************00002070
       01 WS-MONTHS-ELAPSED PIC S9(05) VALUE ZEROES.                    00002080
       01 WS-MONTHS-LEFT PIC S9(05) VALUE ZEROES.                       00002090
       01 WS-MONTHLY-RATE PIC S9V9(09) COMP-3 VALUE ZEROES.             00002100
       01 WS-RATE-FACTOR PIC S9(05)V9(09) COMP-3 VALUE ZEROES.          00002110
       01 WS-INSTALMENT PIC S9(09)V99 COMP-3 VALUE ZEROES.              00002120
       01 WS-PAYOFF-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.              00002130
       01 WS-PAID-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.                00002140
       01 WS-UNPAID-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.              00002150
       01 WS-PAST-DUE PIC S9(09)V99 COMP-3 VALUE ZEROES.                00002160
       01 WS-AMT-DUE PIC S9(11)V99 COMP-3 VALUE ZEROES.                 00002170
       01 WS-DUE-SINCE PIC 9(08) VALUE ZEROES.                          00002180
       01 WS-DAYS-PAST-DUE PIC 9(05) VALUE ZEROES.                      00002190
       01 WS-FEES-DUE PIC S9(07)V99 COMP-3 VALUE ZEROES.                00002200
       01 WS-NEW-BUCKET PIC X(01) VALUE SPACE.                          00002210
       01 WS-START-DATE PIC 9(08) VALUE ZEROES.                         00002220
       01 WS-START-DATE-GROUP REDEFINES WS-START-DATE.                  00002230
           05 WS-START-YYYY PIC 9(04).                                  00002240
           05 WS-START-MM PIC 9(02).                                    00002250
           05 WS-START-DD PIC 9(02).                                    00002260
                                                                        00002270
      *> ***************************************************************00002280
      *> BUCKET LEGENDS FOR THE NOTICE AND THE REPORT, THE SAME BANDS   00002290
      *> THE OVERDRAFT AGING USES                                       00002300
      *> ***************************************************************00002310
       01 WS-BUCKET-NAMES-INIT.                                         00002320
           05 FILLER PIC X(10) VALUE '1-30 DAYS '.                      00002330
           05 FILLER PIC X(10) VALUE '31-60 DAYS'.                      00002340
           05 FILLER PIC X(10) VALUE '61-90 DAYS'.                      00002350
           05 FILLER PIC X(10) VALUE 'OVER 90   '.                      00002360
       01 WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-INIT.               00002370
           05 WS-BUCKET-NAME OCCURS 4 TIMES PIC X(10).                  00002380
       01 WS-BUCKET-SUB PIC 9(01) VALUE ZEROES.                         00002390
       01 WS-BUCKET-COUNTS.                                             00002400
           05 WS-BUCKET-COUNT OCCURS 4 TIMES PIC 9(07).                 00002410
       01 WS-BUCKET-AMOUNTS.                                            00002420
           05 WS-BUCKET-AMOUNT OCCURS 4 TIMES                           00002430
                                PIC S9(13)V99 COMP-3.                   00002440
                                                                        00002450
      *> ***************************************************************00002460
      *> PAYMENTS TO INTEREST AND PRINCIPAL FROM THE POSTING HISTORY,   00002470
      *> NO OLDER THAN THE EARLIEST BILL ON LAST MONTH'S FILE           00002480
      *> ***************************************************************00002490
       01 WS-PYMT-TABLE.                                                00002500
           05 WS-PYMT-ENTRY OCCURS 3000 TIMES.                          00002510
               10 TBL-PYMT-TRAN-ID      PIC 9(09).                      00002520
               10 TBL-PYMT-DATE         PIC 9(08).                      00002530
               10 TBL-PYMT-CENTS        PIC 9(13).                      00002540
       01 WS-PYMT-COUNT PIC 9(04) VALUE ZEROES.                         00002550
       01 WS-PYMT-MAX PIC 9(04) VALUE 3000.                             00002560
       01 WS-PYMT-SUB PIC 9(04) VALUE ZEROES.                           00002570
                                                                        00002580
       01 WS-XREF-TABLE.                                                00002590
           05 WS-XREF-ENTRY OCCURS 500 TIMES.                           00002600
               10 TBL-AXR-ACCT-NO       PIC 9(09).                      00002610
               10 TBL-AXR-CUST-ID       PIC 9(09).                      00002620
               10 TBL-AXR-STATUS        PIC X(01).                      00002630
       01 WS-XREF-COUNT PIC 9(03) VALUE ZEROES.                         00002640
       01 WS-XREF-MAX PIC 9(03) VALUE 500.                              00002650
       01 WS-XREF-SUB PIC 9(03) VALUE ZEROES.                           00002660
                                                                        00002670
       01 WS-CUST-TABLE.                                                00002680
           05 WS-CUST-ENTRY OCCURS 200 TIMES.                           00002690
               10 TBL-CUST-ID           PIC 9(09).                      00002700
               10 TBL-CUST-LAST         PIC X(20).                      00002710
               10 TBL-CUST-FIRST        PIC X(20).                      00002720
               10 TBL-CUST-SUPP         PIC X(01).                      00002730
       01 WS-CUST-COUNT PIC 9(03) VALUE ZEROES.                         00002740
       01 WS-CUST-MAX PIC 9(03) VALUE 200.                              00002750
       01 WS-CUST-SUB PIC 9(03) VALUE ZEROES.                           00002760
                                                                        00002770
       01 WS-LOOKUP-ACCT-NO PIC 9(09) VALUE ZEROES.                     00002780
       01 WS-LOOKUP-CUST-ID PIC 9(09) VALUE ZEROES.                     00002790
       01 WS-LOOKUP-CUST-SUB PIC 9(03) VALUE ZEROES.                    00002800
       01 WS-LOOKUP-SUPP PIC X(01) VALUE SPACE.                         00002810
                                                                        00002820
      *> ***************************************************************00002830
      *> PAST-DUE CONTRACTS HELD FOR THE REPORT, WRITTEN A BUCKET AT A  00002840
      *> TIME WORST FIRST ONCE THE WALK IS DONE                         00002850
      *> ***************************************************************00002860
       01 WS-DLQ-TABLE.                                                 00002870
           05 WS-DLQ-ENTRY OCCURS 1000 TIMES.                           00002880
               10 TBL-DLQ-TRAN-ID       PIC 9(09).                      00002890
               10 TBL-DLQ-ACCT-NO       PIC 9(09).                      00002900
               10 TBL-DLQ-CUST-ID       PIC 9(09).                      00002910
               10 TBL-DLQ-CUST-SUB      PIC 9(03).                      00002920
               10 TBL-DLQ-BUCKET        PIC X(01).                      00002930
               10 TBL-DLQ-DAYS          PIC 9(05).                      00002940
               10 TBL-DLQ-SINCE         PIC 9(08).                      00002950
               10 TBL-DLQ-INSTALMENT    PIC S9(09)V99 COMP-3.           00002960
               10 TBL-DLQ-PAST-DUE      PIC S9(09)V99 COMP-3.           00002970
               10 TBL-DLQ-AMT-DUE       PIC S9(11)V99 COMP-3.           00002980
       01 WS-DLQ-COUNT PIC 9(04) VALUE ZEROES.                          00002990
       01 WS-DLQ-MAX PIC 9(04) VALUE 1000.                              00003000
       01 WS-DLQ-SUB PIC 9(04) VALUE ZEROES.                            00003010
       01 WS-GROUP-COUNT PIC 9(07) VALUE ZEROES.                        00003020
       01 WS-GROUP-AMOUNT PIC S9(13)V99 COMP-3 VALUE ZEROES.            00003030
                                                                        00003040
       01 WS-CONTRACTS-READ PIC 9(07) VALUE ZEROES.                     00003050
       01 WS-BILLS-READ PIC 9(07) VALUE ZEROES.                         00003060
       01 WS-BILL-ORPHANS PIC 9(07) VALUE ZEROES.                       00003070
       01 WS-CONTRACTS-BILLED PIC 9(07) VALUE ZEROES.                   00003080
       01 WS-ALREADY-BILLED PIC 9(07) VALUE ZEROES.                     00003090
       01 WS-NOT-BILLABLE PIC 9(07) VALUE ZEROES.                       00003100
       01 WS-CONTRACTS-CURRENT PIC 9(07) VALUE ZEROES.                  00003110
       01 WS-CONTRACTS-PAST-DUE PIC 9(07) VALUE ZEROES.                 00003120
       01 WS-NOTICES-WRITTEN PIC 9(07) VALUE ZEROES.                    00003130
       01 WS-NOTICES-SUPPRESSED PIC 9(07) VALUE ZEROES.                 00003140
       01 WS-NO-OWNER-COUNT PIC 9(07) VALUE ZEROES.                     00003150
       01 WS-PYMTS-LOADED PIC 9(07) VALUE ZEROES.                       00003160
       01 WS-TOTAL-BILLED PIC S9(13)V99 COMP-3 VALUE ZEROES.            00003170
       01 WS-TOTAL-PAST-DUE PIC S9(13)V99 COMP-3 VALUE ZEROES.          00003180
       COPY ABENDCPY.                                                   00003190
       COPY AUDITCHN.                                                   00003200
       COPY PROCDCPY.                                                   00003210
                                                                        00003220
      *> ***************************************************************00003230
      *> DAY-NUMBER CONVERSION WORK AREAS FOR DAYS PAST DUE, THE SAME   00003240
      *> SERIAL-DAY ARITHMETIC THE AUDIT ARCHIVAL USES                  00003250
      *> ***************************************************************00003260
       01 WS-DN-DATE PIC 9(08).                                         00003270
       01 WS-DN-DATE-GROUP REDEFINES WS-DN-DATE.                        00003280
           05 WS-DN-YYYY PIC 9(04).                                     00003290
           05 WS-DN-MM PIC 9(02).                                       00003300
           05 WS-DN-DD PIC 9(02).                                       00003310
       01 WS-DN-RESULT PIC 9(07).                                       00003320
       01 WS-DN-PRIOR-YEARS PIC 9(04).                                  00003330
       01 WS-DN-LEAPS-4 PIC 9(04).                                      00003340
       01 WS-DN-LEAPS-100 PIC 9(04).                                    00003350
       01 WS-DN-LEAPS-400 PIC 9(04).                                    00003360
       01 WS-DN-LEAP-QUOT PIC 9(04).                                    00003370
       01 WS-DN-LEAP-REM PIC 9(04).                                     00003380
       01 WS-DN-LEAP-SW PIC X(01) VALUE 'N'.                            00003390
           88 WS-DN-LEAP-YEAR VALUE 'Y'.                                00003400
       01 WS-TODAY-DAYNUM PIC 9(07) VALUE ZEROES.                       00003410
       01 CUM-DAYS-INIT.                                                00003420
           05 FILLER PIC 9(03) VALUE 000.                               00003430
           05 FILLER PIC 9(03) VALUE 031.                               00003440
           05 FILLER PIC 9(03) VALUE 059.                               00003450
           05 FILLER PIC 9(03) VALUE 090.                               00003460
           05 FILLER PIC 9(03) VALUE 120.                               00003470
           05 FILLER PIC 9(03) VALUE 151.                               00003480
           05 FILLER PIC 9(03) VALUE 181.                               00003490
           05 FILLER PIC 9(03) VALUE 212.                               00003500
           05 FILLER PIC 9(03) VALUE 243.                               00003510
           05 FILLER PIC 9(03) VALUE 273.                               00003520
           05 FILLER PIC 9(03) VALUE 304.                               00003530
           05 FILLER PIC 9(03) VALUE 334.                               00003540
       01 CUM-DAYS REDEFINES CUM-DAYS-INIT.                             00003550
           05 CUM-DAYS-TO-MONTH OCCURS 12 TIMES PIC 9(03).              00003560
                                                                        00003570
       01 WS-HDR-LINE-1.                                                00003580
           05 FILLER PIC X(01) VALUE '1'.                               00003590
           05 FILLER PIC X(45)                                          00003600
              VALUE 'CONBILL - CONTRACT DELINQUENCY BY BUCKET'.         00003610
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00003620
           05 HDR-RUN-DATE PIC 9(08).                                   00003630
                                                                        00003640
       01 WS-BUCKET-LINE.                                               00003650
           05 FILLER PIC X(01) VALUE '0'.                               00003660
           05 FILLER PIC X(08) VALUE 'BUCKET '.                         00003670
           05 BKL-BUCKET-NAME PIC X(10).                                00003680
                                                                        00003690
       01 WS-HDR-LINE-2.                                                00003700
           05 FILLER PIC X(01) VALUE SPACE.                             00003710
           05 FILLER PIC X(11) VALUE 'TRAN ID'.                         00003720
           05 FILLER PIC X(11) VALUE 'ACCOUNT'.                         00003730
           05 FILLER PIC X(10) VALUE 'CUSTOMER'.                        00003740
           05 FILLER PIC X(21) VALUE 'NAME'.                            00003750
           05 FILLER PIC X(06) VALUE 'DAYS'.                            00003760
           05 FILLER PIC X(09) VALUE 'SINCE'.                           00003770
           05 FILLER PIC X(15) VALUE '    INSTALMENT'.                  00003780
           05 FILLER PIC X(15) VALUE '      PAST DUE'.                  00003790
           05 FILLER PIC X(17) VALUE '      AMOUNT DUE'.                00003800
                                                                        00003810
       01 WS-DTL-LINE.                                                  00003820
           05 FILLER PIC X(01) VALUE SPACE.                             00003830
           05 DTL-TRAN-ID PIC 9(09).                                    00003840
           05 FILLER PIC X(02) VALUE SPACES.                            00003850
           05 DTL-ACCT PIC 9(09).                                       00003860
           05 FILLER PIC X(02) VALUE SPACES.                            00003870
           05 DTL-CUST-ID PIC Z(08)9.                                   00003880
           05 FILLER PIC X(01) VALUE SPACE.                             00003890
           05 DTL-NAME PIC X(20).                                       00003900
           05 FILLER PIC X(01) VALUE SPACE.                             00003910
           05 DTL-DAYS PIC ZZZZ9.                                       00003920
           05 FILLER PIC X(01) VALUE SPACE.                             00003930
           05 DTL-SINCE PIC 9(08).                                      00003940
           05 FILLER PIC X(01) VALUE SPACE.                             00003950
           05 DTL-INSTALMENT PIC Z(09)9.99-.                            00003960
           05 FILLER PIC X(01) VALUE SPACE.                             00003970
           05 DTL-PAST-DUE PIC Z(09)9.99-.                              00003980
           05 FILLER PIC X(01) VALUE SPACE.                             00003990
           05 DTL-AMT-DUE PIC Z(11)9.99-.                               00004000
                                                                        00004010
       01 WS-BUCKET-TOTAL-LINE.                                         00004020
           05 FILLER PIC X(01) VALUE SPACE.                             00004030
           05 FILLER PIC X(14) VALUE 'BUCKET TOTAL'.                    00004040
           05 BTL-COUNT PIC Z(06)9.                                     00004050
           05 FILLER PIC X(11) VALUE ' CONTRACTS'.                      00004060
           05 BTL-AMOUNT PIC Z(12)9.99-.                                00004070
                                                                        00004080
       01 WS-TOTAL-LINE.                                                00004090
           05 FILLER PIC X(01) VALUE '0'.                               00004100
           05 FILLER PIC X(14) VALUE 'PAST DUE TOTAL'.                  00004110
           05 TOT-COUNT PIC Z(06)9.                                     00004120
           05 FILLER PIC X(11) VALUE ' CONTRACTS'.                      00004130
           05 TOT-AMOUNT PIC Z(12)9.99-.                                00004140
                                                                        00004150
       PROCEDURE DIVISION.                                              00004160
       0000-MAIN.                                                       00004170
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00004180
           PERFORM 2000-MATCH-FILES THRU 2000-EXIT                      00004190
              UNTIL WS-EOF AND WS-BILL-EOF                              00004200
           PERFORM 7000-WRITE-REPORT THRU 7000-EXIT                     00004210
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00004220
           IF WS-IO-ERROR                                               00004230
              MOVE 12 TO RETURN-CODE                                    00004240
           ELSE                                                         00004250
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00004260
           END-IF                                                       00004270
           GOBACK.                                                      00004280
                                                                        00004290
      *> ***************************************************************00004300
      *> RUN DATE, THE PAYMENTS SINCE LAST MONTH'S EARLIEST BILL,       00004310
      *> OWNERSHIP LINKS AND CUSTOMERS; THEN OPEN THE MASTER, LAST      00004320
      *> MONTH'S BILLING AND THE OUTPUTS                                00004330
      *> ***************************************************************00004340
       1000-INITIALIZE.                                                 00004350
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00004360
           IF WS-PROCESS-DATE > 0                                       00004370
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00004380
           ELSE                                                         00004390
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00004400
           END-IF                                                       00004410
           MOVE WS-RUN-DATE TO WS-DN-DATE                               00004420
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00004430
           MOVE WS-DN-RESULT TO WS-TODAY-DAYNUM                         00004440
           MOVE ZEROES TO WS-BUCKET-COUNTS                              00004450
           MOVE ZEROES TO WS-BUCKET-AMOUNT (1)                          00004460
           MOVE ZEROES TO WS-BUCKET-AMOUNT (2)                          00004470
           MOVE ZEROES TO WS-BUCKET-AMOUNT (3)                          00004480
           MOVE ZEROES TO WS-BUCKET-AMOUNT (4)                          00004490
                                                                        00004500
           PERFORM 1100-FIND-OLDEST-BILL THRU 1100-EXIT                 00004510
           PERFORM 1200-LOAD-PAYMENTS THRU 1200-EXIT                    00004520
           PERFORM 1300-LOAD-XREF THRU 1300-EXIT                        00004530
           PERFORM 1400-LOAD-CUSTOMERS THRU 1400-EXIT                   00004540
                                                                        00004550
           OPEN INPUT CONTRACT-FILE                                     00004560
           EVALUATE FS-CONTRACT-FILE                                    00004570
             WHEN "00"                                                  00004580
               CONTINUE                                                 00004590
             WHEN "35"                                                  00004600
               MOVE "CONTRACT MASTER NOT FOUND" TO WS-ABEND-MESSAGE     00004610
               GO TO 9999-ABEND                                         00004620
             WHEN OTHER                                                 00004630
               MOVE "OPEN FAILED ON CONTRACT-FILE" TO WS-ABEND-MESSAGE  00004640
               GO TO 9999-ABEND                                         00004650
           END-EVALUATE                                                 00004660
           OPEN INPUT BILL-OLD-FILE                                     00004670
           EVALUATE FS-BILL-OLD-FILE                                    00004680
             WHEN "00"                                                  00004690
               CONTINUE                                                 00004700
             WHEN "35"                                                  00004710
               DISPLAY "NO PRIOR BILLING, EVERY CONTRACT STARTS CURRENT"00004720
               SET WS-BILL-EOF TO TRUE                                  00004730
             WHEN OTHER                                                 00004740
               MOVE "OPEN FAILED ON BILL-OLD-FILE" TO WS-ABEND-MESSAGE  00004750
               GO TO 9999-ABEND                                         00004760
           END-EVALUATE                                                 00004770
           OPEN OUTPUT BILL-NEW-FILE                                    00004780
           IF FS-BILL-NEW-FILE NOT = "00"                               00004790
              MOVE "OPEN FAILED ON BILL-NEW-FILE" TO WS-ABEND-MESSAGE   00004800
              GO TO 9999-ABEND                                          00004810
           END-IF                                                       00004820
           OPEN OUTPUT NOTICE-FILE                                      00004830
           IF FS-NOTICE-FILE NOT = "00"                                 00004840
              MOVE "OPEN FAILED ON NOTICE-FILE" TO WS-ABEND-MESSAGE     00004850
              GO TO 9999-ABEND                                          00004860
           END-IF                                                       00004870
           OPEN OUTPUT NOTICE-REVW-FILE                                 00004880
           IF FS-NOTICE-REVW-FILE NOT = "00"                            00004890
              MOVE "OPEN FAILED ON NOTICE-REVW-FILE" TO                 00004900
                 WS-ABEND-MESSAGE                                       00004910
              GO TO 9999-ABEND                                          00004920
           END-IF                                                       00004930
           OPEN EXTEND CONTACT-HIST-FILE                                00004940
           IF FS-CONTACT-HIST-FILE = "35"                               00004950
              OPEN OUTPUT CONTACT-HIST-FILE                             00004960
           END-IF                                                       00004970
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00004980
              MOVE "OPEN FAILED ON CONTACT-HIST-FILE" TO                00004990
                 WS-ABEND-MESSAGE                                       00005000
              GO TO 9999-ABEND                                          00005010
           END-IF                                                       00005020
           OPEN OUTPUT DLQ-RPT-FILE                                     00005030
           IF FS-DLQ-RPT-FILE NOT = "00"                                00005040
              MOVE "OPEN FAILED ON DLQ-RPT-FILE" TO WS-ABEND-MESSAGE    00005050
              GO TO 9999-ABEND                                          00005060
           END-IF                                                       00005070
           MOVE "CONBILL" TO ALOG-PROGRAM-ID                            00005080
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00005090
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00005100
           WRITE DLQ-RPT-LINE FROM WS-HDR-LINE-1                        00005110
                                                                        00005120
           PERFORM 2900-READ-CONTRACT THRU 2900-EXIT                    00005130
           IF NOT WS-BILL-EOF                                           00005140
              PERFORM 2950-READ-BILL THRU 2950-EXIT                     00005150
           END-IF.                                                      00005160
       1000-EXIT.                                                       00005170
           EXIT.                                                        00005180
                                                                        00005190
      *> ***************************************************************00005200
      *> A PAYMENT COUNTS AGAINST THE BILL BEFORE IT, SO ONLY THOSE     00005210
      *> AFTER THE EARLIEST BILL DATE ON LAST MONTH'S FILE ARE NEEDED.  00005220
      *> THE FILE IS READ ONCE HERE AND AGAIN FOR THE MATCH             00005230
      *> ***************************************************************00005240
       1100-FIND-OLDEST-BILL.                                           00005250
           MOVE 99999999 TO WS-OLDEST-BILL-DATE                         00005260
           OPEN INPUT BILL-OLD-FILE                                     00005270
           EVALUATE FS-BILL-OLD-FILE                                    00005280
             WHEN "00"                                                  00005290
               PERFORM UNTIL WS-BILL-EOF                                00005300
                 READ BILL-OLD-FILE                                     00005310
                   AT END                                               00005320
                     SET WS-BILL-EOF TO TRUE                            00005330
                   NOT AT END                                           00005340
                     IF BLO-BILL-DATE NUMERIC                           00005350
                        AND BLO-BILL-DATE < WS-OLDEST-BILL-DATE         00005360
                        MOVE BLO-BILL-DATE TO WS-OLDEST-BILL-DATE       00005370
                     END-IF                                             00005380
                 END-READ                                               00005390
               END-PERFORM                                              00005400
               CLOSE BILL-OLD-FILE                                      00005410
               MOVE 'N' TO WS-BILL-EOF-SW                               00005420
             WHEN "35"                                                  00005430
               CONTINUE                                                 00005440
             WHEN OTHER                                                 00005450
               MOVE "OPEN FAILED ON BILL-OLD-FILE" TO WS-ABEND-MESSAGE  00005460
               GO TO 9999-ABEND                                         00005470
           END-EVALUATE.                                                00005480
       1100-EXIT.                                                       00005490
           EXIT.                                                        00005500
                                                                        00005510
       1200-LOAD-PAYMENTS.                                              00005520
           OPEN INPUT POST-HIST-FILE                                    00005530
           EVALUATE FS-POST-HIST-FILE                                   00005540
             WHEN "00"                                                  00005550
               PERFORM UNTIL WS-PH-EOF                                  00005560
                 READ POST-HIST-FILE                                    00005570
                   AT END                                               00005580
                     SET WS-PH-EOF TO TRUE                              00005590
                   NOT AT END                                           00005600
                     PERFORM 1250-HOLD-PAYMENT THRU 1250-EXIT           00005610
                 END-READ                                               00005620
               END-PERFORM                                              00005630
               CLOSE POST-HIST-FILE                                     00005640
               DISPLAY "PAYMENTS LOADED: " WS-PYMTS-LOADED              00005650
             WHEN "35"                                                  00005660
               DISPLAY "NO POSTING HISTORY, NO PAYMENTS COUNTED"        00005670
             WHEN OTHER                                                 00005680
               MOVE "OPEN FAILED ON POST-HIST-FILE" TO WS-ABEND-MESSAGE 00005690
               GO TO 9999-ABEND                                         00005700
           END-EVALUATE.                                                00005710
       1200-EXIT.                                                       00005720
           EXIT.                                                        00005730
                                                                        00005740
       1250-HOLD-PAYMENT.                                               00005750
           IF PH-TYPE NOT = 'PYIN' AND PH-TYPE NOT = 'PYPR'             00005760
              GO TO 1250-EXIT                                           00005770
           END-IF                                                       00005780
           IF PH-DATE NOT NUMERIC                                       00005790
              OR PH-DATE NOT > WS-OLDEST-BILL-DATE                      00005800
              OR PH-DATE > WS-RUN-DATE                                  00005810
              OR PH-AMOUNT-CENTS NOT NUMERIC                            00005820
              GO TO 1250-EXIT                                           00005830
           END-IF                                                       00005840
           IF WS-PYMT-COUNT NOT < WS-PYMT-MAX                           00005850
              DISPLAY "PAYMENT TABLE FULL, TRAN ID DROPPED: "           00005860
                PH-TRAN-ID                                              00005870
              SET RC-WARNING TO TRUE                                    00005880
              GO TO 1250-EXIT                                           00005890
           END-IF                                                       00005900
           ADD 1 TO WS-PYMT-COUNT                                       00005910
           MOVE PH-TRAN-ID TO TBL-PYMT-TRAN-ID (WS-PYMT-COUNT)          00005920
           MOVE PH-DATE TO TBL-PYMT-DATE (WS-PYMT-COUNT)                00005930
           MOVE PH-AMOUNT-CENTS TO TBL-PYMT-CENTS (WS-PYMT-COUNT)       00005940
           ADD 1 TO WS-PYMTS-LOADED.                                    00005950
       1250-EXIT.                                                       00005960
           EXIT.                                                        00005970
                                                                        00005980
       1300-LOAD-XREF.                                                  00005990
           OPEN INPUT XREF-FILE                                         00006000
           EVALUATE FS-XREF-FILE                                        00006010
             WHEN "00"                                                  00006020
               PERFORM UNTIL WS-XREF-EOF                                00006030
                 READ XREF-FILE                                         00006040
                   AT END                                               00006050
                     SET WS-XREF-EOF TO TRUE                            00006060
                   NOT AT END                                           00006070
                     IF WS-XREF-COUNT < WS-XREF-MAX                     00006080
                        ADD 1 TO WS-XREF-COUNT                          00006090
                        MOVE AXR-ACCT-NO TO                             00006100
                           TBL-AXR-ACCT-NO (WS-XREF-COUNT)              00006110
                        MOVE AXR-CUST-ID TO                             00006120
                           TBL-AXR-CUST-ID (WS-XREF-COUNT)              00006130
                        MOVE AXR-STATUS TO                              00006140
                           TBL-AXR-STATUS (WS-XREF-COUNT)               00006150
                     ELSE                                               00006160
                        DISPLAY "XREF TABLE FULL, ENTRY DROPPED: "      00006170
                          AXR-ACCT-NO                                   00006180
                     END-IF                                             00006190
                 END-READ                                               00006200
               END-PERFORM                                              00006210
               CLOSE XREF-FILE                                          00006220
               DISPLAY "XREF LINKS LOADED: " WS-XREF-COUNT              00006230
             WHEN "35"                                                  00006240
               DISPLAY "NO XREF DATASET, NO OWNERS RESOLVED"            00006250
             WHEN OTHER                                                 00006260
               MOVE "OPEN FAILED ON XREF-FILE" TO WS-ABEND-MESSAGE      00006270
               GO TO 9999-ABEND                                         00006280
           END-EVALUATE.                                                00006290
       1300-EXIT.                                                       00006300
           EXIT.                                                        00006310
                                                                        00006320
       1400-LOAD-CUSTOMERS.                                             00006330
           OPEN INPUT CUST-MASTER-FILE                                  00006340
           EVALUATE FS-CUST-MASTER-FILE                                 00006350
             WHEN "00"                                                  00006360
               PERFORM UNTIL WS-CUST-EOF                                00006370
                 READ CUST-MASTER-FILE                                  00006380
                   AT END                                               00006390
                     SET WS-CUST-EOF TO TRUE                            00006400
                   NOT AT END                                           00006410
                     IF WS-CUST-COUNT < WS-CUST-MAX                     00006420
                        ADD 1 TO WS-CUST-COUNT                          00006430
                        MOVE CUST-ID TO TBL-CUST-ID (WS-CUST-COUNT)     00006440
                        MOVE CUST-LAST-NAME TO                          00006450
                           TBL-CUST-LAST (WS-CUST-COUNT)                00006460
                        MOVE CUST-FIRST-NAME TO                         00006470
                           TBL-CUST-FIRST (WS-CUST-COUNT)               00006480
                        MOVE CUST-SUPPRESS TO                           00006490
                           TBL-CUST-SUPP (WS-CUST-COUNT)                00006500
                     ELSE                                               00006510
                        DISPLAY "CUSTOMER TABLE FULL, ID DROPPED: "     00006520
                          CUST-ID                                       00006530
                     END-IF                                             00006540
                 END-READ                                               00006550
               END-PERFORM                                              00006560
               CLOSE CUST-MASTER-FILE                                   00006570
               DISPLAY "CUSTOMERS LOADED: " WS-CUST-COUNT               00006580
             WHEN "35"                                                  00006590
               DISPLAY "NO CUSTOMER MASTER, NO OWNERS RESOLVED"         00006600
             WHEN OTHER                                                 00006610
               MOVE "OPEN FAILED ON CUST-MASTER-FILE" TO                00006620
                  WS-ABEND-MESSAGE                                      00006630
               GO TO 9999-ABEND                                         00006640
           END-EVALUATE.                                                00006650
       1400-EXIT.                                                       00006660
           EXIT.                                                        00006670
                                                                        00006680
      *> ***************************************************************00006690
      *> BOTH FILES ARRIVE IN TRAN-ID ORDER, SO A TWO-FILE MATCH WALKS  00006700
      *> THEM.  A BILLING RECORD WITH NO CONTRACT BEHIND IT (REVERSED   00006710
      *> SINCE) IS DROPPED AND COUNTED; EVERY CONTRACT IS BILLED,       00006720
      *> CARRYING ITS BILLING RECORD WHEN THERE IS ONE                  00006730
      *> ***************************************************************00006740
       2000-MATCH-FILES.                                                00006750
           EVALUATE TRUE                                                00006760
             WHEN WS-EOF                                                00006770
               ADD 1 TO WS-BILL-ORPHANS                                 00006780
               PERFORM 2950-READ-BILL THRU 2950-EXIT                    00006790
             WHEN WS-BILL-EOF                                           00006800
               MOVE 'N' TO WS-MATCHED-SW                                00006810
               PERFORM 2100-BILL-CONTRACT THRU 2100-EXIT                00006820
               PERFORM 2900-READ-CONTRACT THRU 2900-EXIT                00006830
             WHEN CON-TRAN-ID < BLO-TRAN-ID                             00006840
               MOVE 'N' TO WS-MATCHED-SW                                00006850
               PERFORM 2100-BILL-CONTRACT THRU 2100-EXIT                00006860
               PERFORM 2900-READ-CONTRACT THRU 2900-EXIT                00006870
             WHEN CON-TRAN-ID > BLO-TRAN-ID                             00006880
               ADD 1 TO WS-BILL-ORPHANS                                 00006890
               PERFORM 2950-READ-BILL THRU 2950-EXIT                    00006900
             WHEN OTHER                                                 00006910
               SET WS-MATCHED TO TRUE                                   00006920
               PERFORM 2100-BILL-CONTRACT THRU 2100-EXIT                00006930
               PERFORM 2900-READ-CONTRACT THRU 2900-EXIT                00006940
               PERFORM 2950-READ-BILL THRU 2950-EXIT                    00006950
           END-EVALUATE.                                                00006960
       2000-EXIT.                                                       00006970
           EXIT.                                                        00006980
                                                                        00006990
      *> ***************************************************************00007000
      *> ONE CONTRACT.  ONLY AN OPEN CONTRACT IS BILLED; A MATURED,     00007010
      *> CLOSED OR PAID-OFF ONE DROPS OFF THE BILLING.  ONE ALREADY     00007020
      *> BILLED THIS MONTH IS CARRIED AS IT STANDS                      00007030
      *> ***************************************************************00007040
       2100-BILL-CONTRACT.                                              00007050
           IF NOT CON-OPEN                                              00007060
              GO TO 2100-EXIT                                           00007070
           END-IF                                                       00007080
           IF WS-MATCHED                                                00007090
              AND BLO-BILL-DATE NUMERIC                                 00007100
              MOVE BLO-BILL-DATE TO WS-DN-DATE                          00007110
              MOVE WS-DN-DATE (1:6) TO WS-BILL-YYYYMM                   00007120
              IF WS-BILL-YYYYMM = WS-RUN-YYYYMM                         00007130
                 ADD 1 TO WS-ALREADY-BILLED                             00007140
                 MOVE BILL-OLD-RECORD TO BILL-NEW-RECORD                00007150
                 PERFORM 2800-WRITE-BILL THRU 2800-EXIT                 00007160
                 GO TO 2100-EXIT                                        00007170
              END-IF                                                    00007180
           END-IF                                                       00007190
                                                                        00007200
           PERFORM 2200-AGE-ARREARS THRU 2200-EXIT                      00007210
           PERFORM 2300-COMPUTE-INSTALMENT THRU 2300-EXIT               00007220
           IF WS-INSTALMENT NOT > 0                                     00007230
              AND WS-PAST-DUE NOT > 0                                   00007240
              ADD 1 TO WS-NOT-BILLABLE                                  00007250
              GO TO 2100-EXIT                                           00007260
           END-IF                                                       00007270
           COMPUTE WS-AMT-DUE = WS-PAST-DUE + WS-INSTALMENT             00007280
           ADD 1 TO WS-CONTRACTS-BILLED                                 00007290
           ADD WS-AMT-DUE TO WS-TOTAL-BILLED                            00007300
                                                                        00007310
           MOVE SPACES TO BILL-NEW-RECORD                               00007320
           MOVE CON-TRAN-ID TO BLN-TRAN-ID                              00007330
           MOVE CON-ACCT-NO TO BLN-ACCT-NO                              00007340
           MOVE WS-RUN-DATE TO BLN-BILL-DATE                            00007350
           MOVE WS-INSTALMENT TO BLN-INSTALMENT                         00007360
           MOVE WS-AMT-DUE TO BLN-AMT-DUE                               00007370
           MOVE WS-PAST-DUE TO BLN-PAST-DUE                             00007380
           MOVE WS-DUE-SINCE TO BLN-DUE-SINCE                           00007390
           MOVE WS-DAYS-PAST-DUE TO BLN-DAYS-PAST-DUE                   00007400
           PERFORM 2800-WRITE-BILL THRU 2800-EXIT                       00007410
                                                                        00007420
           MOVE CON-ACCT-NO TO WS-LOOKUP-ACCT-NO                        00007430
           PERFORM 2600-LOOKUP-OWNER THRU 2600-EXIT                     00007440
           IF WS-LOOKUP-CUST-ID = 0                                     00007450
              ADD 1 TO WS-NO-OWNER-COUNT                                00007460
              DISPLAY "NO OWNER FOR BILLED CONTRACT, TRAN ID: "         00007470
                CON-TRAN-ID                                             00007480
           ELSE                                                         00007490
              PERFORM 2400-WRITE-NOTICE THRU 2400-EXIT                  00007500
           END-IF                                                       00007510
           IF WS-PAST-DUE > 0                                           00007520
              PERFORM 2500-HOLD-DELINQUENT THRU 2500-EXIT               00007530
           END-IF.                                                      00007540
       2100-EXIT.                                                       00007550
           EXIT.                                                        00007560
                                                                        00007570
      *> ***************************************************************00007580
      *> WHAT LAST MONTH'S BILL ASKED FOR, LESS WHAT HAS BEEN PAID TO   00007590
      *> INTEREST AND PRINCIPAL SINCE, IS NOW PAST DUE.  WHEN ONLY THE  00007600
      *> LAST INSTALMENT IS OUTSTANDING IT IS DUE FROM THAT BILL;       00007610
      *> OLDER ARREARS KEEP THE DATE THEY FIRST FELL DUE                00007620
      *> ***************************************************************00007630
       2200-AGE-ARREARS.                                                00007640
           MOVE ZEROES TO WS-PAST-DUE                                   00007650
           MOVE ZEROES TO WS-DUE-SINCE                                  00007660
           MOVE ZEROES TO WS-DAYS-PAST-DUE                              00007670
           MOVE SPACE TO WS-NEW-BUCKET                                  00007680
           IF NOT WS-MATCHED                                            00007690
              GO TO 2200-EXIT                                           00007700
           END-IF                                                       00007710
           MOVE ZEROES TO WS-PAID-AMT                                   00007720
           PERFORM VARYING WS-PYMT-SUB FROM 1 BY 1                      00007730
                    UNTIL WS-PYMT-SUB > WS-PYMT-COUNT                   00007740
             IF TBL-PYMT-TRAN-ID (WS-PYMT-SUB) = CON-TRAN-ID            00007750
                AND TBL-PYMT-DATE (WS-PYMT-SUB) > BLO-BILL-DATE         00007760
                COMPUTE WS-PAID-AMT = WS-PAID-AMT                       00007770
                   + (TBL-PYMT-CENTS (WS-PYMT-SUB) / 100)               00007780
             END-IF                                                     00007790
           END-PERFORM                                                  00007800
           COMPUTE WS-UNPAID-AMT = BLO-AMT-DUE - WS-PAID-AMT            00007810
           IF WS-UNPAID-AMT NOT > 0                                     00007820
              ADD 1 TO WS-CONTRACTS-CURRENT                             00007830
              GO TO 2200-EXIT                                           00007840
           END-IF                                                       00007850
           MOVE WS-UNPAID-AMT TO WS-PAST-DUE                            00007860
           IF WS-UNPAID-AMT > BLO-INSTALMENT                            00007870
              AND BLO-DUE-SINCE NUMERIC                                 00007880
              AND BLO-DUE-SINCE > 0                                     00007890
              MOVE BLO-DUE-SINCE TO WS-DUE-SINCE                        00007900
           ELSE                                                         00007910
              MOVE BLO-BILL-DATE TO WS-DUE-SINCE                        00007920
           END-IF                                                       00007930
           MOVE WS-DUE-SINCE TO WS-DN-DATE                              00007940
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00007950
           COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-DAYNUM - WS-DN-RESULT    00007960
           EVALUATE TRUE                                                00007970
             WHEN WS-DAYS-PAST-DUE NOT > 30                             00007980
               MOVE '1' TO WS-NEW-BUCKET                                00007990
             WHEN WS-DAYS-PAST-DUE NOT > 60                             00008000
               MOVE '2' TO WS-NEW-BUCKET                                00008010
             WHEN WS-DAYS-PAST-DUE NOT > 90                             00008020
               MOVE '3' TO WS-NEW-BUCKET                                00008030
             WHEN OTHER                                                 00008040
               MOVE '4' TO WS-NEW-BUCKET                                00008050
           END-EVALUATE                                                 00008060
           ADD 1 TO WS-CONTRACTS-PAST-DUE                               00008070
           ADD WS-PAST-DUE TO WS-TOTAL-PAST-DUE.                        00008080
       2200-EXIT.                                                       00008090
           EXIT.                                                        00008100
                                                                        00008110
      *> ***************************************************************00008120
      *> THE LEVEL INSTALMENT OVER THE MONTHS LEFT IN THE TERM.  ONCE   00008130
      *> THE TERM HAS RUN (OR IN ITS LAST MONTH) THE WHOLE PRINCIPAL    00008140
      *> AND ACCRUED INTEREST IS DUE.  THE BILL NEVER ASKS FOR MORE     00008150
      *> THAN THE CONTRACT'S PAYOFF, ARREARS INCLUDED                   00008160
      *> ***************************************************************00008170
       2300-COMPUTE-INSTALMENT.                                         00008180
           MOVE ZEROES TO WS-INSTALMENT                                 00008190
           IF CON-FEES-DUE NUMERIC                                      00008200
              MOVE CON-FEES-DUE TO WS-FEES-DUE                          00008210
           ELSE                                                         00008220
              MOVE ZEROES TO WS-FEES-DUE                                00008223
           END-IF                                                       00008230
           COMPUTE WS-PAYOFF-AMT = CON-PRINCIPAL + CON-ACCRUED-AMT      00008240
           IF WS-PAYOFF-AMT NOT > 0                                     00008250
              GO TO 2300-EXIT                                           00008260
           END-IF                                                       00008270
           MOVE CON-TERM-MONTHS TO WS-MONTHS-LEFT                       00008280
           IF CON-START-DATE NUMERIC                                    00008290
              MOVE CON-START-DATE TO WS-START-DATE                      00008300
              MOVE WS-RUN-DATE TO WS-DN-DATE                            00008310
              COMPUTE WS-MONTHS-ELAPSED =                               00008320
                 (WS-DN-YYYY * 12 + WS-DN-MM)                           00008330
                 - (WS-START-YYYY * 12 + WS-START-MM)                   00008340
              IF WS-MONTHS-ELAPSED > 0                                  00008350
                 SUBTRACT WS-MONTHS-ELAPSED FROM WS-MONTHS-LEFT         00008360
              END-IF                                                    00008370
           END-IF                                                       00008380
           IF WS-MONTHS-LEFT NOT > 1                                    00008390
              MOVE WS-PAYOFF-AMT TO WS-INSTALMENT                       00008400
              GO TO 2300-CAP                                            00008410
           END-IF                                                       00008420
           COMPUTE WS-MONTHLY-RATE = CON-RATE / 12                      00008430
           IF WS-MONTHLY-RATE NOT > 0                                   00008440
              COMPUTE WS-INSTALMENT ROUNDED =                           00008450
                 CON-PRINCIPAL / WS-MONTHS-LEFT                         00008460
              GO TO 2300-CAP                                            00008470
           END-IF                                                       00008480
           COMPUTE WS-RATE-FACTOR ROUNDED =                             00008490
              (1 + WS-MONTHLY-RATE) ** WS-MONTHS-LEFT                   00008500
              ON SIZE ERROR                                             00008510
                 MOVE ZEROES TO WS-RATE-FACTOR                          00008520
           END-COMPUTE                                                  00008530
           IF WS-RATE-FACTOR NOT > 1                                    00008540
              COMPUTE WS-INSTALMENT ROUNDED =                           00008550
                 CON-PRINCIPAL / WS-MONTHS-LEFT                         00008560
           ELSE                                                         00008570
              COMPUTE WS-INSTALMENT ROUNDED =                           00008580
                 CON-PRINCIPAL * WS-MONTHLY-RATE * WS-RATE-FACTOR       00008590
                 / (WS-RATE-FACTOR - 1)                                 00008600
                 ON SIZE ERROR                                          00008610
                    MOVE WS-PAYOFF-AMT TO WS-INSTALMENT                 00008620
              END-COMPUTE                                               00008630
           END-IF.                                                      00008640
       2300-CAP.                                                        00008650
           IF WS-PAST-DUE + WS-INSTALMENT > WS-PAYOFF-AMT               00008660
              COMPUTE WS-INSTALMENT = WS-PAYOFF-AMT - WS-PAST-DUE       00008670
              IF WS-INSTALMENT < 0                                      00008680
                 MOVE ZEROES TO WS-INSTALMENT                           00008690
              END-IF                                                    00008700
           END-IF.                                                      00008710
       2300-EXIT.                                                       00008720
           EXIT.                                                        00008730
                                                                        00008740
      *> ***************************************************************00008750
      *> THE BILL NOTICE.  A SUPPRESSED CUSTOMER'S NOTICE GOES TO THE   00008760
      *> REVIEW FILE, NOT FULFILLMENT; A NOTICE THAT GOES OUT IS        00008770
      *> RECORDED ON THE CONTACT HISTORY                                00008780
      *> ***************************************************************00008790
       2400-WRITE-NOTICE.                                               00008800
           MOVE SPACES TO NOTICE-RECORD                                 00008810
           MOVE WS-RUN-DATE TO BNT-DATE                                 00008820
           MOVE WS-LOOKUP-CUST-ID TO BNT-CUST-ID                        00008830
           IF WS-LOOKUP-CUST-SUB > 0                                    00008840
              MOVE TBL-CUST-LAST (WS-LOOKUP-CUST-SUB) TO BNT-LAST-NAME  00008850
              MOVE TBL-CUST-FIRST (WS-LOOKUP-CUST-SUB) TO               00008860
                 BNT-FIRST-NAME                                         00008870
           END-IF                                                       00008880
           MOVE CON-TRAN-ID TO BNT-TRAN-ID                              00008890
           MOVE CON-ACCT-NO TO BNT-ACCT-NO                              00008900
           MOVE WS-INSTALMENT TO BNT-INSTALMENT                         00008910
           MOVE WS-PAST-DUE TO BNT-PAST-DUE                             00008920
           MOVE WS-AMT-DUE TO BNT-AMT-DUE                               00008930
           MOVE WS-DAYS-PAST-DUE TO BNT-DAYS-PAST-DUE                   00008940
           MOVE WS-FEES-DUE TO BNT-FEES-DUE                             00008950
           IF WS-LOOKUP-SUPP = 'D'                                      00008960
              OR WS-LOOKUP-SUPP = 'N'                                   00008970
              OR WS-LOOKUP-SUPP = 'L'                                   00008980
              WRITE NOTICE-REVW-RECORD FROM NOTICE-RECORD               00008990
              ADD 1 TO WS-NOTICES-SUPPRESSED                            00009000
              GO TO 2400-EXIT                                           00009010
           END-IF                                                       00009020
           WRITE NOTICE-RECORD                                          00009030
           IF FS-NOTICE-FILE NOT = "00"                                 00009040
              DISPLAY "WRITE FAILED, NOTICE-FILE STATUS: "              00009050
                FS-NOTICE-FILE                                          00009060
              SET RC-WARNING TO TRUE                                    00009070
              GO TO 2400-EXIT                                           00009080
           END-IF                                                       00009090
           ADD 1 TO WS-NOTICES-WRITTEN                                  00009100
           MOVE WS-LOOKUP-CUST-ID TO CNT-CUST-ID                        00009110
           IF WS-PAST-DUE > 0                                           00009120
              MOVE 'PAST DUE BILL' TO CNT-CONTACT-TYPE                  00009130
           ELSE                                                         00009140
              MOVE 'BILL NOTICE' TO CNT-CONTACT-TYPE                    00009150
           END-IF                                                       00009160
           MOVE SPACES TO CNT-REFERENCE                                 00009170
           STRING 'CONTRACT ' CON-TRAN-ID                               00009180
              DELIMITED BY SIZE INTO CNT-REFERENCE                      00009190
           MOVE WS-RUN-DATE TO CNT-DATE                                 00009200
           WRITE CONTACT-HIST-RECORD                                    00009210
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00009220
              DISPLAY "WRITE FAILED, CONTACT-HIST STATUS: "             00009230
                FS-CONTACT-HIST-FILE                                    00009240
           END-IF.                                                      00009250
       2400-EXIT.                                                       00009260
           EXIT.                                                        00009270
                                                                        00009280
      *> ***************************************************************00009290
      *> A PAST-DUE CONTRACT IS HELD FOR THE REPORT AND AUDITED         00009300
      *> ***************************************************************00009310
       2500-HOLD-DELINQUENT.                                            00009320
           MOVE WS-NEW-BUCKET TO WS-BUCKET-SUB                          00009330
           ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-SUB)                     00009340
           ADD WS-PAST-DUE TO WS-BUCKET-AMOUNT (WS-BUCKET-SUB)          00009350
           MOVE "PAST DUE" TO ALOG-ACTION                               00009360
           MOVE SPACES TO ALOG-DETAIL                                   00009370
           STRING 'CONTRACT ' CON-TRAN-ID ' BUCKET '                    00009380
              WS-BUCKET-NAME (WS-BUCKET-SUB)                            00009390
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00009400
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT                  00009410
           IF WS-DLQ-COUNT NOT < WS-DLQ-MAX                             00009420
              DISPLAY "DELINQUENCY TABLE FULL, TRAN ID NOT LISTED: "    00009430
                CON-TRAN-ID                                             00009440
              SET RC-WARNING TO TRUE                                    00009450
              GO TO 2500-EXIT                                           00009460
           END-IF                                                       00009470
           ADD 1 TO WS-DLQ-COUNT                                        00009480
           MOVE CON-TRAN-ID TO TBL-DLQ-TRAN-ID (WS-DLQ-COUNT)           00009490
           MOVE CON-ACCT-NO TO TBL-DLQ-ACCT-NO (WS-DLQ-COUNT)           00009500
           MOVE WS-LOOKUP-CUST-ID TO TBL-DLQ-CUST-ID (WS-DLQ-COUNT)     00009510
           MOVE WS-LOOKUP-CUST-SUB TO TBL-DLQ-CUST-SUB (WS-DLQ-COUNT)   00009520
           MOVE WS-NEW-BUCKET TO TBL-DLQ-BUCKET (WS-DLQ-COUNT)          00009530
           MOVE WS-DAYS-PAST-DUE TO TBL-DLQ-DAYS (WS-DLQ-COUNT)         00009540
           MOVE WS-DUE-SINCE TO TBL-DLQ-SINCE (WS-DLQ-COUNT)            00009550
           MOVE WS-INSTALMENT TO TBL-DLQ-INSTALMENT (WS-DLQ-COUNT)      00009560
           MOVE WS-PAST-DUE TO TBL-DLQ-PAST-DUE (WS-DLQ-COUNT)          00009570
           MOVE WS-AMT-DUE TO TBL-DLQ-AMT-DUE (WS-DLQ-COUNT).           00009580
       2500-EXIT.                                                       00009590
           EXIT.                                                        00009600
                                                                        00009610
      *> ***************************************************************00009620
      *> RESOLVE THE ACTIVE OWNER OF WS-LOOKUP-ACCT-NO AND THEIR        00009630
      *> CONTACT SUPPRESSION                                            00009640
      *> ***************************************************************00009650
       2600-LOOKUP-OWNER.                                               00009660
           MOVE ZEROES TO WS-LOOKUP-CUST-ID                             00009670
           MOVE ZEROES TO WS-LOOKUP-CUST-SUB                            00009680
           MOVE SPACE TO WS-LOOKUP-SUPP                                 00009690
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1                      00009700
                    UNTIL WS-XREF-SUB > WS-XREF-COUNT                   00009710
             IF TBL-AXR-ACCT-NO (WS-XREF-SUB) = WS-LOOKUP-ACCT-NO       00009720
                AND TBL-AXR-STATUS (WS-XREF-SUB) = 'A'                  00009730
                MOVE TBL-AXR-CUST-ID (WS-XREF-SUB) TO                   00009740
                   WS-LOOKUP-CUST-ID                                    00009750
             END-IF                                                     00009760
           END-PERFORM                                                  00009770
           IF WS-LOOKUP-CUST-ID = 0                                     00009780
              GO TO 2600-EXIT                                           00009790
           END-IF                                                       00009800
           MOVE 'N' TO WS-FOUND-SW                                      00009810
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1                      00009820
                    UNTIL WS-CUST-SUB > WS-CUST-COUNT                   00009830
                    OR WS-FOUND                                         00009840
             IF TBL-CUST-ID (WS-CUST-SUB) = WS-LOOKUP-CUST-ID           00009850
                SET WS-FOUND TO TRUE                                    00009860
                MOVE WS-CUST-SUB TO WS-LOOKUP-CUST-SUB                  00009870
                MOVE TBL-CUST-SUPP (WS-CUST-SUB) TO WS-LOOKUP-SUPP      00009880
             END-IF                                                     00009890
           END-PERFORM.                                                 00009900
       2600-EXIT.                                                       00009910
           EXIT.                                                        00009920
                                                                        00009930
       2800-WRITE-BILL.                                                 00009940
           WRITE BILL-NEW-RECORD                                        00009950
           IF FS-BILL-NEW-FILE NOT = "00"                               00009960
              DISPLAY "WRITE FAILED, BILL-NEW-FILE STATUS: "            00009970
                FS-BILL-NEW-FILE                                        00009980
              SET WS-IO-ERROR TO TRUE                                   00009990
           END-IF.                                                      00010000
       2800-EXIT.                                                       00010010
           EXIT.                                                        00010020
                                                                        00010030
       2900-READ-CONTRACT.                                              00010040
           READ CONTRACT-FILE NEXT                                      00010050
           EVALUATE FS-CONTRACT-FILE                                    00010060
             WHEN "00"                                                  00010070
               ADD 1 TO WS-CONTRACTS-READ                               00010080
             WHEN "10"                                                  00010090
               SET WS-EOF TO TRUE                                       00010100
             WHEN OTHER                                                 00010110
               DISPLAY "READ FAILED, CONTRACT STATUS: "                 00010120
                 FS-CONTRACT-FILE                                       00010130
               SET WS-EOF TO TRUE                                       00010140
               SET WS-IO-ERROR TO TRUE                                  00010150
           END-EVALUATE.                                                00010160
       2900-EXIT.                                                       00010170
           EXIT.                                                        00010180
                                                                        00010190
       2950-READ-BILL.                                                  00010200
           READ BILL-OLD-FILE                                           00010210
           EVALUATE FS-BILL-OLD-FILE                                    00010220
             WHEN "00"                                                  00010230
               ADD 1 TO WS-BILLS-READ                                   00010240
             WHEN "10"                                                  00010250
               SET WS-BILL-EOF TO TRUE                                  00010260
             WHEN OTHER                                                 00010270
               DISPLAY "READ FAILED, BILL-OLD-FILE STATUS: "            00010280
                 FS-BILL-OLD-FILE                                       00010290
               SET WS-BILL-EOF TO TRUE                                  00010300
               SET WS-IO-ERROR TO TRUE                                  00010310
           END-EVALUATE.                                                00010320
       2950-EXIT.                                                       00010330
           EXIT.                                                        00010340
                                                                        00010350
      *> ***************************************************************00010360
      *> CONVERT WS-DN-DATE (CCYYMMDD) TO A SERIAL DAY NUMBER, THE      00010370
      *> SAME ARITHMETIC THE AUDIT ARCHIVAL USES                        00010380
      *> ***************************************************************00010390
       6000-DATE-TO-DAYNUM.                                             00010400
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1                   00010410
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAPS-4           00010420
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAPS-100       00010430
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAPS-400       00010440
           COMPUTE WS-DN-RESULT =                                       00010450
              (WS-DN-PRIOR-YEARS * 365)                                 00010460
              + WS-DN-LEAPS-4                                           00010470
              - WS-DN-LEAPS-100                                         00010480
              + WS-DN-LEAPS-400                                         00010490
              + CUM-DAYS-TO-MONTH (WS-DN-MM)                            00010500
              + WS-DN-DD                                                00010510
           PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT                  00010520
           IF WS-DN-MM > 2 AND WS-DN-LEAP-YEAR                          00010530
              ADD 1 TO WS-DN-RESULT                                     00010540
           END-IF.                                                      00010550
       6000-EXIT.                                                       00010560
           EXIT.                                                        00010570
                                                                        00010580
       6100-CHECK-LEAP-YEAR.                                            00010590
           MOVE 'N' TO WS-DN-LEAP-SW                                    00010600
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-LEAP-QUOT                00010610
              REMAINDER WS-DN-LEAP-REM                                  00010620
           IF WS-DN-LEAP-REM = 0                                        00010630
              DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-LEAP-QUOT           00010640
                 REMAINDER WS-DN-LEAP-REM                               00010650
              IF WS-DN-LEAP-REM = 0                                     00010660
                 DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-LEAP-QUOT        00010670
                    REMAINDER WS-DN-LEAP-REM                            00010680
                 IF WS-DN-LEAP-REM = 0                                  00010690
                    SET WS-DN-LEAP-YEAR TO TRUE                         00010700
                 END-IF                                                 00010710
              ELSE                                                      00010720
                 SET WS-DN-LEAP-YEAR TO TRUE                            00010730
              END-IF                                                    00010740
           END-IF.                                                      00010750
       6100-EXIT.                                                       00010760
           EXIT.                                                        00010770
                                                                        00010780
      *> ***************************************************************00010790
      *> THE DELINQUENCY REPORT, WORST BUCKET FIRST, EACH BUCKET WITH   00010800
      *> ITS COUNT AND PAST-DUE TOTAL                                   00010810
      *> ***************************************************************00010820
       7000-WRITE-REPORT.                                               00010830
           MOVE 4 TO WS-BUCKET-SUB                                      00010840
           PERFORM 7100-WRITE-BUCKET-GROUP THRU 7100-EXIT               00010850
              UNTIL WS-BUCKET-SUB = 0                                   00010860
           MOVE WS-CONTRACTS-PAST-DUE TO TOT-COUNT                      00010870
           MOVE WS-TOTAL-PAST-DUE TO TOT-AMOUNT                         00010880
           WRITE DLQ-RPT-LINE FROM WS-TOTAL-LINE.                       00010890
       7000-EXIT.                                                       00010900
           EXIT.                                                        00010910
                                                                        00010920
       7100-WRITE-BUCKET-GROUP.                                         00010930
           IF WS-BUCKET-COUNT (WS-BUCKET-SUB) = 0                       00010940
              GO TO 7100-NEXT                                           00010950
           END-IF                                                       00010960
           MOVE ZEROES TO WS-GROUP-COUNT                                00010970
           MOVE ZEROES TO WS-GROUP-AMOUNT                               00010980
           MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO BKL-BUCKET-NAME       00010990
           WRITE DLQ-RPT-LINE FROM WS-BUCKET-LINE                       00011000
           WRITE DLQ-RPT-LINE FROM WS-HDR-LINE-2                        00011010
           PERFORM VARYING WS-DLQ-SUB FROM 1 BY 1                       00011020
                    UNTIL WS-DLQ-SUB > WS-DLQ-COUNT                     00011030
             IF TBL-DLQ-BUCKET (WS-DLQ-SUB) = WS-BUCKET-SUB             00011040
                PERFORM 7200-WRITE-DETAIL THRU 7200-EXIT                00011050
             END-IF                                                     00011060
           END-PERFORM                                                  00011070
           MOVE WS-BUCKET-COUNT (WS-BUCKET-SUB) TO BTL-COUNT            00011080
           MOVE WS-BUCKET-AMOUNT (WS-BUCKET-SUB) TO BTL-AMOUNT          00011090
           WRITE DLQ-RPT-LINE FROM WS-BUCKET-TOTAL-LINE                 00011100
           DISPLAY "BUCKET " WS-BUCKET-NAME (WS-BUCKET-SUB)             00011110
             " CONTRACTS PAST DUE: " WS-BUCKET-COUNT (WS-BUCKET-SUB).   00011120
       7100-NEXT.                                                       00011130
           SUBTRACT 1 FROM WS-BUCKET-SUB.                               00011140
       7100-EXIT.                                                       00011150
           EXIT.                                                        00011160
                                                                        00011170
       7200-WRITE-DETAIL.                                               00011180
           MOVE TBL-DLQ-TRAN-ID (WS-DLQ-SUB) TO DTL-TRAN-ID             00011190
           MOVE TBL-DLQ-ACCT-NO (WS-DLQ-SUB) TO DTL-ACCT                00011200
           MOVE TBL-DLQ-CUST-ID (WS-DLQ-SUB) TO DTL-CUST-ID             00011210
           MOVE SPACES TO DTL-NAME                                      00011220
           MOVE TBL-DLQ-CUST-SUB (WS-DLQ-SUB) TO WS-LOOKUP-CUST-SUB     00011230
           IF WS-LOOKUP-CUST-SUB > 0                                    00011240
              MOVE TBL-CUST-LAST (WS-LOOKUP-CUST-SUB) TO DTL-NAME       00011250
           END-IF                                                       00011260
           MOVE TBL-DLQ-DAYS (WS-DLQ-SUB) TO DTL-DAYS                   00011270
           MOVE TBL-DLQ-SINCE (WS-DLQ-SUB) TO DTL-SINCE                 00011280
           MOVE TBL-DLQ-INSTALMENT (WS-DLQ-SUB) TO DTL-INSTALMENT       00011290
           MOVE TBL-DLQ-PAST-DUE (WS-DLQ-SUB) TO DTL-PAST-DUE           00011300
           MOVE TBL-DLQ-AMT-DUE (WS-DLQ-SUB) TO DTL-AMT-DUE             00011310
           WRITE DLQ-RPT-LINE FROM WS-DTL-LINE.                         00011320
       7200-EXIT.                                                       00011330
           EXIT.                                                        00011340
                                                                        00011350
      *> ***************************************************************00011360
      *> COUNT SUMMARY, THEN CLOSE UP                                   00011370
      *> ***************************************************************00011380
       9000-TERMINATE.                                                  00011390
           DISPLAY "===== CONBILL RUN SUMMARY ====="                    00011400
           DISPLAY "CONTRACTS READ       : " WS-CONTRACTS-READ          00011410
           DISPLAY "PRIOR BILLS READ     : " WS-BILLS-READ              00011420
           DISPLAY "PRIOR BILLS DROPPED  : " WS-BILL-ORPHANS            00011430
           DISPLAY "CONTRACTS BILLED     : " WS-CONTRACTS-BILLED        00011440
           DISPLAY "ALREADY BILLED       : " WS-ALREADY-BILLED          00011450
           DISPLAY "NOTHING TO BILL      : " WS-NOT-BILLABLE            00011460
           DISPLAY "CONTRACTS CURRENT    : " WS-CONTRACTS-CURRENT       00011470
           DISPLAY "CONTRACTS PAST DUE   : " WS-CONTRACTS-PAST-DUE      00011480
           DISPLAY "NOTICES WRITTEN      : " WS-NOTICES-WRITTEN         00011490
           DISPLAY "NOTICES SUPPRESSED   : " WS-NOTICES-SUPPRESSED      00011500
           DISPLAY "NO OWNER ON FILE     : " WS-NO-OWNER-COUNT          00011510
           DISPLAY "TOTAL BILLED         : " WS-TOTAL-BILLED            00011520
           DISPLAY "TOTAL PAST DUE       : " WS-TOTAL-PAST-DUE          00011530
           CLOSE CONTRACT-FILE                                          00011540
           CLOSE BILL-NEW-FILE                                          00011550
           CLOSE NOTICE-FILE                                            00011560
           CLOSE NOTICE-REVW-FILE                                       00011570
           CLOSE CONTACT-HIST-FILE                                      00011580
           CLOSE DLQ-RPT-FILE                                           00011590
           CLOSE AUDIT-LOG-FILE                                         00011600
           IF FS-BILL-OLD-FILE = "00" OR FS-BILL-OLD-FILE = "10"        00011610
              CLOSE BILL-OLD-FILE                                       00011620
           END-IF                                                       00011630
           IF WS-NO-OWNER-COUNT > 0                                     00011640
              SET RC-WARNING TO TRUE                                    00011650
           END-IF.                                                      00011660
       9000-EXIT.                                                       00011670
           EXIT.                                                        00011680
                                                                        00011690
       COPY AUDITOPN.                                                   00011700
       COPY AUDITWRT.                                                   00011710
       COPY AUDITCHP.                                                   00011720
       COPY ABENDPAR.                                                   00011730
       COPY PROCDPAR.                                                   00011740
