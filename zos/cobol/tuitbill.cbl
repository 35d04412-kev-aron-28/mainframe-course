       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. TUITBILL.                                            00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * TERM TUITION BILLING AND STUDENT ACCOUNTS RECEIVABLE.    *      00000090
      * THE STUDENT ACCOUNT LEDGER (STLEDGER) REPLACES THE       *      00000100
      * BURSAR'S SPREADSHEET.  FOR THE TERM ON THE BILLING CARD, *      00000110
      * AS OF THE PROCESSING DATE, THE RUN:                      *      00000120
      *   - POSTS THE BURSAR'S PAYMENTS (REJECTS CARRY REASON    *      00000130
      *     CODES, A REFERENCE ALREADY ON THE LEDGER IS NOT      *      00000140
      *     POSTED TWICE);                                       *      00000150
      *   - BILLS TUITION AT THE TERM'S PER-CREDIT-HOUR RATE ON  *      00000160
      *     EACH STUDENT'S ENROLLED LOAD FROM THE CRSREG         *      00000170
      *     REGISTRATION MASTER, POSTING ONLY THE DIFFERENCE     *      00000180
      *     FROM WHAT WAS BILLED BEFORE, SO A DROP OR ADD MOVES  *      00000190
      *     THE CHARGE AND A RERUN POSTS NOTHING;                *      00000200
      *   - BILLS EACH FLAT FEE ON THE RATE TABLE ONCE A TERM;   *      00000210
      *   - FOR A STUDENT WITHDRAWN DURING THE TERM, STOPS THE   *      00000220
      *     TUITION WHERE IT STOOD AND CREDITS THE REFUND        *      00000230
      *     SCHEDULE'S PERCENT FOR THE DAYS SINCE THE FIRST DAY; *      00000240
      *   - CHARGES THE LATE FEE ONCE A TERM ON A BALANCE STILL  *      00000250
      *     OWED PAST THE DUE DATE AND THE GRACE DAYS.           *      00000260
      * IT WRITES THE NEW LEDGER GENERATION, A STATEMENT PER     *      00000270
      * STUDENT, THE AGED RECEIVABLES REPORT (CREDITS SET        *      00000280
      * AGAINST THE OLDEST CHARGES FIRST, THE REST AGED FROM     *      00000290
      * ITS DUE DATE INTO CURRENT, 1-30, 31-60, 61-90 AND OVER   *      00000300
      * 90 DAYS) AND THE REGISTRATION HOLD LIST OF EVERY STUDENT *      00000310
      * WITH ANYTHING PAST DUE, WHICH CRSREG HONOURS.  PAYMENT   *      00000320
      * REJECT REASON CODES:                                     *      00000330
      *   B001 STUDENT NOT ON MASTER                             *      00000340
      *   B002 PAYMENT AMOUNT NOT NUMERIC OR ZERO                *      00000350
      *   B003 PAYMENT DATE MISSING                              *      00000360
      *   B004 PAYMENT REFERENCE ALREADY POSTED                  *      00000370
      *   B005 LEDGER TABLE FULL                                 *      00000380
      * ********************************************************        00000390
       ENVIRONMENT DIVISION.                                            00000400
       INPUT-OUTPUT SECTION.                                            00000410
       FILE-CONTROL.                                                    00000420
           SELECT BILL-CTL-FILE                                         00000430
           ASSIGN TO BILLCTL                                            00000440
           ORGANIZATION IS SEQUENTIAL                                   00000450
           FILE STATUS IS FS-BILL-CTL-FILE.                             00000460
           SELECT RATE-FILE                                             00000470
           ASSIGN TO TUITRATE                                           00000480
           ORGANIZATION IS SEQUENTIAL                                   00000490
           FILE STATUS IS FS-RATE-FILE.                                 00000500
           SELECT STUDENT-IN-FILE                                       00000510
           ASSIGN TO STUDIN                                             00000520
           ORGANIZATION IS SEQUENTIAL                                   00000530
           FILE STATUS IS FS-STUDENT-IN-FILE.                           00000540
           SELECT COURSE-FILE                                           00000550
           ASSIGN TO COURSES                                            00000560
           ORGANIZATION IS SEQUENTIAL                                   00000570
           FILE STATUS IS FS-COURSE-FILE.                               00000580
           SELECT REG-FILE                                              00000590
           ASSIGN TO REGIN                                              00000600
           ORGANIZATION IS SEQUENTIAL                                   00000610
           FILE STATUS IS FS-REG-FILE.                                  00000620
           SELECT LEDGER-IN-FILE                                        00000630
           ASSIGN TO LEDGIN                                             00000640
           ORGANIZATION IS SEQUENTIAL                                   00000650
           FILE STATUS IS FS-LEDGER-IN-FILE.                            00000660
           SELECT LEDGER-OUT-FILE                                       00000670
           ASSIGN TO LEDGOUT                                            00000680
           ORGANIZATION IS SEQUENTIAL                                   00000690
           FILE STATUS IS FS-LEDGER-OUT-FILE.                           00000700
           SELECT PAYMENT-FILE                                          00000710
           ASSIGN TO PAYIN                                              00000720
           ORGANIZATION IS SEQUENTIAL                                   00000730
           FILE STATUS IS FS-PAYMENT-FILE.                              00000740
           SELECT PAY-REJ-FILE                                          00000750
           ASSIGN TO PAYREJ                                             00000760
           ORGANIZATION IS SEQUENTIAL                                   00000770
           FILE STATUS IS FS-PAY-REJ-FILE.                              00000780
           SELECT STATEMENT-FILE                                        00000790
           ASSIGN TO STMTOUT                                            00000800
           ORGANIZATION IS SEQUENTIAL                                   00000810
           FILE STATUS IS FS-STATEMENT-FILE.                            00000820
           SELECT AGING-RPT-FILE                                        00000830
           ASSIGN TO AGERPT                                             00000840
           ORGANIZATION IS SEQUENTIAL                                   00000850
           FILE STATUS IS FS-AGING-RPT-FILE.                            00000860
           SELECT HOLD-FILE                                             00000870
           ASSIGN TO HOLDOUT                                            00000880
           ORGANIZATION IS SEQUENTIAL                                   00000890
           FILE STATUS IS FS-HOLD-FILE.                                 00000900
           SELECT PROC-DATE-FILE                                        00000910
           ASSIGN TO PROCDATE                                           00000920
           ORGANIZATION IS SEQUENTIAL                                   00000930
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000940
           SELECT REASON-CODE-FILE                                      00000950
           ASSIGN TO RSNCODES                                           00000960
           ORGANIZATION IS SEQUENTIAL                                   00000970
           FILE STATUS IS FS-REASON-CODE-FILE.                          00000980
       DATA DIVISION.                                                   00000990
       FILE SECTION.                                                    00001000
      *> ***************************************************************00001010
      *> BILLING CARD: THE TERM BEING BILLED                            00001020
      *> ***************************************************************00001030
       FD BILL-CTL-FILE.                                                00001040
       01 BILL-CTL-REC.                                                 00001050
           05 BCT-TERM              PIC X(05).                          00001060
           05 FILLER                PIC X(75).                          00001070
                                                                        00001080
       FD RATE-FILE.                                                    00001090
       COPY TUITRATE.                                                   00001100
                                                                        00001110
       FD STUDENT-IN-FILE.                                              00001120
       COPY STUDREC.                                                    00001130
                                                                        00001140
       FD COURSE-FILE.                                                  00001150
       COPY COURSREC.                                                   00001160
                                                                        00001170
       FD REG-FILE.                                                     00001180
       COPY REGREC.                                                     00001190
                                                                        00001200
       FD LEDGER-IN-FILE.                                               00001210
       COPY STLEDGER.                                                   00001220
                                                                        00001230
       FD LEDGER-OUT-FILE.                                              00001240
       COPY STLEDGER REPLACING ==LEDGER-RECORD== BY                     00001250
                               ==LEDGER-OUT-RECORD==.                   00001260
                                                                        00001270
      *> ***************************************************************00001280
      *> BURSAR PAYMENT: STUDENT, TERM PAID TOWARD, DATE RECEIVED,      00001290
      *> AMOUNT AND THE RECEIPT REFERENCE                               00001300
      *> ***************************************************************00001310
       FD PAYMENT-FILE.                                                 00001320
       01 PAYMENT-REC.                                                  00001330
           05 PMT-STUDENT-ID        PIC 9(05).                          00001340
           05 PMT-TERM              PIC X(05).                          00001350
           05 PMT-DATE              PIC 9(08).                          00001360
           05 PMT-AMOUNT            PIC 9(07)V99.                       00001370
           05 PMT-REFERENCE         PIC X(10).                          00001380
           05 FILLER                PIC X(43).                          00001390
                                                                        00001400
       FD PAY-REJ-FILE.                                                 00001410
       01 PAY-REJ-REC.                                                  00001420
           05 PYREJ-ORIG-TRAN       PIC X(80).                          00001430
           05 PYREJ-REASON-CD       PIC X(04).                          00001440
           05 PYREJ-REASON-TXT      PIC X(40).                          00001450
                                                                        00001460
       FD STATEMENT-FILE.                                               00001470
       01 STATEMENT-LINE            PIC X(133).                         00001480
                                                                        00001490
       FD AGING-RPT-FILE.                                               00001500
       01 AGING-RPT-LINE            PIC X(133).                         00001510
                                                                        00001520
       FD HOLD-FILE.                                                    00001530
       COPY REGHOLD.                                                    00001540
                                                                        00001550
       FD PROC-DATE-FILE.                                               00001560
       COPY PROCDREC.                                                   00001570
                                                                        00001580
       FD REASON-CODE-FILE.                                             00001590
       COPY RSNCODE.                                                    00001600
                                                                        00001610
       WORKING-STORAGE SECTION.                                         00001620
       01 FS-BILL-CTL-FILE PIC XX.                                      00001630
       01 FS-RATE-FILE PIC XX.                                          00001640
       01 FS-STUDENT-IN-FILE PIC XX.                                    00001650
       01 FS-COURSE-FILE PIC XX.                                        00001660
       01 FS-REG-FILE PIC XX.                                           00001670
       01 FS-LEDGER-IN-FILE PIC XX.                                     00001680
       01 FS-LEDGER-OUT-FILE PIC XX.                                    00001690
       01 FS-PAYMENT-FILE PIC XX.                                       00001700
       01 FS-PAY-REJ-FILE PIC XX.                                       00001710
       01 FS-STATEMENT-FILE PIC XX.                                     00001720
       01 FS-AGING-RPT-FILE PIC XX.                                     00001730
       01 FS-HOLD-FILE PIC XX.                                          00001740
                                                                        00001750
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001760
           88 WS-EOF VALUE 'Y'.                                         00001770
       01 WS-PAY-EOF-SW PIC X(01) VALUE 'N'.                            00001780
           88 WS-PAY-EOF VALUE 'Y'.                                     00001790
       01 WS-VALID-SW PIC X(01) VALUE 'Y'.                              00001800
           88 WS-TRAN-VALID VALUE 'Y'.                                  00001810
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00001820
           88 WS-FOUND VALUE 'Y'.                                       00001830
                                                                        00001840
       01 WS-REASON-CD PIC X(04) VALUE SPACES.                          00001850
       01 WS-REASON-TXT PIC X(40) VALUE SPACES.                         00001860
       01 WS-BILL-TERM PIC X(05) VALUE SPACES.                          00001870
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001880
                                                                        00001890
       01 WS-PAYMENTS-READ PIC 9(05) VALUE ZEROES.                      00001900
       01 WS-PAYMENTS-POSTED PIC 9(05) VALUE ZEROES.                    00001910
       01 WS-PAYMENTS-REJECTED PIC 9(05) VALUE ZEROES.                  00001920
       01 WS-POSTINGS PIC 9(05) VALUE ZEROES.                           00001930
       01 WS-STATEMENTS PIC 9(05) VALUE ZEROES.                         00001940
       01 WS-HOLDS PIC 9(05) VALUE ZEROES.                              00001950
       01 WS-TOTAL-TUITION PIC S9(09)V99 COMP-3 VALUE ZEROES.           00001960
       01 WS-TOTAL-FEES PIC S9(09)V99 COMP-3 VALUE ZEROES.              00001970
       01 WS-TOTAL-LATE-FEES PIC S9(09)V99 COMP-3 VALUE ZEROES.         00001980
       01 WS-TOTAL-PAYMENTS PIC S9(09)V99 COMP-3 VALUE ZEROES.          00001990
       01 WS-TOTAL-REFUNDS PIC S9(09)V99 COMP-3 VALUE ZEROES.           00002000
                                                                        00002010
      *> ***************************************************************00002020
      *> THE TERM'S RATES.  WITHOUT A CALENDAR ENTRY OR A CREDIT-HOUR   00002030
      *> RATE THE TERM CANNOT BE BILLED AND THE RUN STOPS               00002040
      *> ***************************************************************00002050
       01 WS-TERM-START PIC 9(08) VALUE ZEROES.                         00002060
       01 WS-TERM-DUE PIC 9(08) VALUE ZEROES.                           00002070
       01 WS-CREDIT-RATE PIC 9(07)V99 VALUE ZEROES.                     00002080
       01 WS-CREDIT-RATE-SW PIC X(01) VALUE 'N'.                        00002090
           88 WS-CREDIT-RATE-LOADED VALUE 'Y'.                          00002100
       01 WS-LATE-FEE PIC 9(07)V99 VALUE ZEROES.                        00002110
       01 WS-LATE-FEE-CD PIC X(04) VALUE SPACES.                        00002120
       01 WS-LATE-FEE-DESC PIC X(20) VALUE SPACES.                      00002130
       01 WS-LATE-GRACE PIC 9(03) VALUE ZEROES.                         00002140
       01 WS-FEE-TABLE.                                                 00002150
           05 WS-FEE-ENTRY OCCURS 10 TIMES.                             00002160
               10 TBL-FEE-CD            PIC X(04).                      00002170
               10 TBL-FEE-DESC          PIC X(20).                      00002180
               10 TBL-FEE-AMOUNT        PIC 9(07)V99.                   00002190
       01 WS-FEE-COUNT PIC 9(02) VALUE ZEROES.                          00002200
       01 WS-FEE-MAX PIC 9(02) VALUE 10.                                00002210
       01 WS-FEE-SUB PIC 9(02) VALUE ZEROES.                            00002220
       01 WS-REFUND-TABLE.                                              00002230
           05 WS-REFUND-ENTRY OCCURS 10 TIMES.                          00002240
               10 TBL-RFD-DAYS          PIC 9(03).                      00002250
               10 TBL-RFD-PCT           PIC 9(03).                      00002260
       01 WS-RFD-COUNT PIC 9(02) VALUE ZEROES.                          00002270
       01 WS-RFD-MAX PIC 9(02) VALUE 10.                                00002280
       01 WS-RFD-SUB PIC 9(02) VALUE ZEROES.                            00002290
       01 WS-RFD-BEST-DAYS PIC 9(03) VALUE ZEROES.                      00002300
                                                                        00002310
      *> ***************************************************************00002320
      *> STUDENTS, WITH THE CREDIT HOURS OF THEIR ENROLLED LOAD FOR     00002330
      *> THE TERM SUMMED FROM THE REGISTRATION MASTER AND THE CATALOG   00002340
      *> ***************************************************************00002350
       01 WS-STUD-TABLE.                                                00002360
           05 WS-STUD-ENTRY OCCURS 200 TIMES.                           00002370
               10 TBL-STUD-ID           PIC 9(05).                      00002380
               10 TBL-STUD-NAME         PIC X(15).                      00002390
               10 TBL-STUD-STATUS       PIC X(01).                      00002400
                   88 TBL-STUD-WITHDRAWN VALUE 'W'.                     00002410
               10 TBL-STUD-STATUS-DATE  PIC 9(08).                      00002420
               10 TBL-STUD-HOURS        PIC 9(03).                      00002430
       01 WS-STUD-COUNT PIC 9(03) VALUE ZEROES.                         00002440
       01 WS-STUD-MAX PIC 9(03) VALUE 200.                              00002450
       01 WS-STUD-SUB PIC 9(03) VALUE ZEROES.                           00002460
       01 WS-STUD-HIT PIC 9(03) VALUE ZEROES.                           00002470
                                                                        00002480
       01 WS-CRS-TABLE.                                                 00002490
           05 WS-CRS-ENTRY OCCURS 100 TIMES.                            00002500
               10 TBL-CRS-COURSE-CD     PIC X(08).                      00002510
               10 TBL-CRS-HOURS         PIC 9(02).                      00002520
       01 WS-CRS-COUNT PIC 9(03) VALUE ZEROES.                          00002530
       01 WS-CRS-MAX PIC 9(03) VALUE 100.                               00002540
       01 WS-CRS-SUB PIC 9(03) VALUE ZEROES.                            00002550
                                                                        00002560
      *> ***************************************************************00002570
      *> THE LEDGER, HELD WHOLE: THE OLD GENERATION IN STUDENT ORDER,   00002580
      *> TONIGHT'S POSTINGS APPENDED, THEN PUT BACK IN STUDENT ORDER    00002590
      *> (POSTING ORDER KEPT WITHIN A STUDENT) BEFORE IT WRITES OUT     00002600
      *> ***************************************************************00002610
       01 WS-LDG-TABLE.                                                 00002620
           05 WS-LDG-ENTRY OCCURS 5000 TIMES.                           00002630
               10 TBL-LDG-STUDENT-ID    PIC 9(05).                      00002640
               10 TBL-LDG-TERM          PIC X(05).                      00002650
               10 TBL-LDG-POST-DATE     PIC 9(08).                      00002660
               10 TBL-LDG-TYPE          PIC X(02).                      00002670
                   88 TBL-LDG-TUITION    VALUE 'TU'.                    00002680
                   88 TBL-LDG-FLAT-FEE   VALUE 'FE'.                    00002690
                   88 TBL-LDG-LATE-FEE   VALUE 'LF'.                    00002700
                   88 TBL-LDG-PAYMENT    VALUE 'PY'.                    00002710
                   88 TBL-LDG-REFUND     VALUE 'RF'.                    00002720
               10 TBL-LDG-FEE-CD        PIC X(04).                      00002730
               10 TBL-LDG-DESC          PIC X(20).                      00002740
               10 TBL-LDG-AMOUNT        PIC S9(07)V99.                  00002750
               10 TBL-LDG-DUE-DATE      PIC 9(08).                      00002760
               10 TBL-LDG-REFERENCE     PIC X(10).                      00002770
       01 WS-LDG-COUNT PIC 9(04) VALUE ZEROES.                          00002780
       01 WS-LDG-MAX PIC 9(04) VALUE 5000.                              00002790
       01 WS-LDG-SUB PIC 9(04) VALUE ZEROES.                            00002800
       01 WS-LDG-SUB2 PIC 9(04) VALUE ZEROES.                           00002810
       01 WS-LDG-FIRST PIC 9(04) VALUE ZEROES.                          00002820
       01 WS-LDG-LAST PIC 9(04) VALUE ZEROES.                           00002830
       01 WS-LDG-SWAP-ENTRY PIC X(71).                                  00002840
       01 WS-LDG-SWAP-ID PIC 9(05).                                     00002850
                                                                        00002860
      *> ONE POSTING BEING MADE                                         00002870
       01 WS-NEW-TYPE PIC X(02) VALUE SPACES.                           00002880
       01 WS-NEW-FEE-CD PIC X(04) VALUE SPACES.                         00002890
       01 WS-NEW-DESC PIC X(20) VALUE SPACES.                           00002900
       01 WS-NEW-AMOUNT PIC S9(07)V99 VALUE ZEROES.                     00002910
       01 WS-NEW-DUE-DATE PIC 9(08) VALUE ZEROES.                       00002920
       01 WS-NEW-REFERENCE PIC X(10) VALUE SPACES.                      00002930
                                                                        00002940
      *> ONE STUDENT'S TERM POSITION WHILE IT IS BILLED                 00002950
       01 WS-TUITION-BILLED PIC S9(07)V99 VALUE ZEROES.                 00002960
       01 WS-TUITION-DUE PIC S9(07)V99 VALUE ZEROES.                    00002970
       01 WS-REFUND-POSTED PIC S9(07)V99 VALUE ZEROES.                  00002980
       01 WS-REFUND-DUE PIC S9(07)V99 VALUE ZEROES.                     00002990
       01 WS-REFUND-PCT PIC 9(03) VALUE ZEROES.                         00003000
       01 WS-TERM-BALANCE PIC S9(07)V99 VALUE ZEROES.                   00003010
       01 WS-FEE-BILLED-SW PIC X(01) VALUE 'N'.                         00003020
           88 WS-FEE-BILLED VALUE 'Y'.                                  00003030
       01 WS-DAYS-IN PIC S9(05) VALUE ZEROES.                           00003040
       01 WS-CHARGE-DUE-DATE PIC 9(08) VALUE ZEROES.                    00003050
                                                                        00003060
      *> ONE STUDENT'S AGING: CREDITS SET AGAINST THE OLDEST CHARGES    00003070
       01 WS-ACCT-BALANCE PIC S9(07)V99 VALUE ZEROES.                   00003080
       01 WS-CREDIT-LEFT PIC S9(07)V99 VALUE ZEROES.                    00003090
       01 WS-CHARGE-OPEN PIC S9(07)V99 VALUE ZEROES.                    00003100
       01 WS-PAST-DUE PIC S9(07)V99 VALUE ZEROES.                       00003110
       01 WS-OLDEST-DUE PIC 9(08) VALUE ZEROES.                         00003120
       01 WS-DAYS-PAST-DUE PIC S9(05) VALUE ZEROES.                     00003130
       01 WS-PRIOR-BALANCE PIC S9(07)V99 VALUE ZEROES.                  00003140
       01 WS-BUCKET-SUB PIC 9(01) VALUE ZERO.                           00003150
       01 WS-ACCT-BUCKETS.                                              00003160
           05 WS-ACCT-BUCKET PIC S9(07)V99 OCCURS 5 TIMES.              00003170
       01 WS-GRAND-BUCKETS.                                             00003180
           05 WS-GRAND-BUCKET PIC S9(09)V99 COMP-3 OCCURS 5 TIMES.      00003190
       01 WS-GRAND-BALANCE PIC S9(09)V99 COMP-3 VALUE ZEROES.           00003200
       01 WS-AGED-ACCOUNTS PIC 9(05) VALUE ZEROES.                      00003210
                                                                        00003220
      *> ***************************************************************00003230
      *> DAY-NUMBER CONVERSION WORK AREAS, THE SAME SERIAL-DAY          00003240
      *> ARITHMETIC CONBILL USES FOR DAYS PAST DUE                      00003250
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
       01 WS-START-DAYNUM PIC 9(07) VALUE ZEROES.                       00003420
       01 CUM-DAYS-INIT.                                                00003430
           05 FILLER PIC 9(03) VALUE 000.                               00003440
           05 FILLER PIC 9(03) VALUE 031.                               00003450
           05 FILLER PIC 9(03) VALUE 059.                               00003460
           05 FILLER PIC 9(03) VALUE 090.                               00003470
           05 FILLER PIC 9(03) VALUE 120.                               00003480
           05 FILLER PIC 9(03) VALUE 151.                               00003490
           05 FILLER PIC 9(03) VALUE 181.                               00003500
           05 FILLER PIC 9(03) VALUE 212.                               00003510
           05 FILLER PIC 9(03) VALUE 243.                               00003520
           05 FILLER PIC 9(03) VALUE 273.                               00003530
           05 FILLER PIC 9(03) VALUE 304.                               00003540
           05 FILLER PIC 9(03) VALUE 334.                               00003550
       01 CUM-DAYS REDEFINES CUM-DAYS-INIT.                             00003560
           05 CUM-DAYS-TO-MONTH OCCURS 12 TIMES PIC 9(03).              00003570
                                                                        00003580
      *> ***************************************************************00003590
      *> STUDENT STATEMENT LINES                                        00003600
      *> ***************************************************************00003610
       01 WS-STMT-HDR-1.                                                00003620
           05 FILLER PIC X(01) VALUE '1'.                               00003630
           05 FILLER PIC X(30) VALUE 'STUDENT ACCOUNT STATEMENT'.       00003640
           05 FILLER PIC X(06) VALUE 'TERM '.                           00003650
           05 STH-TERM PIC X(05).                                       00003660
           05 FILLER PIC X(12) VALUE '   AS OF '.                       00003670
           05 STH-RUN-DATE PIC 9(08).                                   00003680
                                                                        00003690
       01 WS-STMT-HDR-2.                                                00003700
           05 FILLER PIC X(01) VALUE '0'.                               00003710
           05 FILLER PIC X(08) VALUE 'STUDENT '.                        00003720
           05 STH-STUDENT-ID PIC 9(05).                                 00003730
           05 FILLER PIC X(02) VALUE SPACES.                            00003740
           05 STH-STUDENT-NAME PIC X(15).                               00003750
                                                                        00003760
       01 WS-STMT-COL-HDR.                                              00003770
           05 FILLER PIC X(01) VALUE '0'.                               00003780
           05 FILLER PIC X(10) VALUE 'POSTED'.                          00003790
           05 FILLER PIC X(05) VALUE 'TYPE'.                            00003800
           05 FILLER PIC X(21) VALUE 'DESCRIPTION'.                     00003810
           05 FILLER PIC X(11) VALUE 'REFERENCE'.                       00003820
           05 FILLER PIC X(10) VALUE 'DUE'.                             00003830
           05 FILLER PIC X(14) VALUE '        AMOUNT'.                  00003840
                                                                        00003850
       01 WS-STMT-PRIOR-LINE.                                           00003860
           05 FILLER PIC X(01) VALUE SPACE.                             00003870
           05 FILLER PIC X(57) VALUE 'BALANCE FROM OTHER TERMS'.        00003880
           05 SPR-AMOUNT PIC Z(06)9.99-.                                00003890
                                                                        00003900
       01 WS-STMT-DTL-LINE.                                             00003910
           05 FILLER PIC X(01) VALUE SPACE.                             00003920
           05 SDT-POST-DATE PIC 9(08).                                  00003930
           05 FILLER PIC X(02) VALUE SPACES.                            00003940
           05 SDT-TYPE PIC X(02).                                       00003950
           05 FILLER PIC X(03) VALUE SPACES.                            00003960
           05 SDT-DESC PIC X(20).                                       00003970
           05 FILLER PIC X(01) VALUE SPACE.                             00003980
           05 SDT-REFERENCE PIC X(10).                                  00003990
           05 FILLER PIC X(01) VALUE SPACE.                             00004000
           05 SDT-DUE-DATE PIC X(08).                                   00004010
           05 FILLER PIC X(02) VALUE SPACES.                            00004020
           05 SDT-AMOUNT PIC Z(06)9.99-.                                00004030
                                                                        00004040
       01 WS-STMT-TOTAL-LINE.                                           00004050
           05 FILLER PIC X(01) VALUE '0'.                               00004060
           05 STT-LABEL PIC X(57).                                      00004070
           05 STT-AMOUNT PIC Z(06)9.99-.                                00004080
                                                                        00004090
      *> ***************************************************************00004100
      *> AGED RECEIVABLES REPORT LINES                                  00004110
      *> ***************************************************************00004120
       01 WS-AGE-HDR-1.                                                 00004130
           05 FILLER PIC X(01) VALUE '1'.                               00004140
           05 FILLER PIC X(45)                                          00004150
              VALUE 'TUITBILL - STUDENT AGED RECEIVABLES'.              00004160
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00004170
           05 AGH-RUN-DATE PIC 9(08).                                   00004180
                                                                        00004190
       01 WS-AGE-HDR-2.                                                 00004200
           05 FILLER PIC X(01) VALUE '0'.                               00004210
           05 FILLER PIC X(08) VALUE 'STUDENT'.                         00004220
           05 FILLER PIC X(16) VALUE 'NAME'.                            00004230
           05 FILLER PIC X(14) VALUE '       CURRENT'.                  00004240
           05 FILLER PIC X(14) VALUE '     1-30 DAYS'.                  00004250
           05 FILLER PIC X(14) VALUE '    31-60 DAYS'.                  00004260
           05 FILLER PIC X(14) VALUE '    61-90 DAYS'.                  00004270
           05 FILLER PIC X(14) VALUE '       OVER 90'.                  00004280
           05 FILLER PIC X(16) VALUE '         BALANCE'.                00004290
                                                                        00004300
       01 WS-AGE-DTL-LINE.                                              00004310
           05 FILLER PIC X(01) VALUE SPACE.                             00004320
           05 AGD-STUDENT-ID PIC 9(05).                                 00004330
           05 FILLER PIC X(03) VALUE SPACES.                            00004340
           05 AGD-STUDENT-NAME PIC X(15).                               00004350
           05 AGD-BUCKET PIC Z(07)9.99- OCCURS 5 TIMES.                 00004360
           05 FILLER PIC X(02) VALUE SPACES.                            00004370
           05 AGD-BALANCE PIC Z(07)9.99-.                               00004380
                                                                        00004390
       01 WS-AGE-TOTAL-LINE.                                            00004400
           05 FILLER PIC X(01) VALUE '0'.                               00004410
           05 FILLER PIC X(08) VALUE 'TOTAL'.                           00004420
           05 AGT-COUNT PIC ZZZZ9.                                      00004430
           05 FILLER PIC X(10) VALUE ' ACCOUNTS'.                       00004440
           05 AGT-BUCKET PIC Z(07)9.99- OCCURS 5 TIMES.                 00004450
           05 FILLER PIC X(02) VALUE SPACES.                            00004460
           05 AGT-BALANCE PIC Z(07)9.99-.                               00004470
       COPY ABENDCPY.                                                   00004480
       COPY PROCDCPY.                                                   00004490
       01 FS-REASON-CODE-FILE PIC XX.                                   00004500
       COPY RSNTBL.                                                     00004510
                                                                        00004520
       PROCEDURE DIVISION.                                              00004530
       0000-MAIN.                                                       00004540
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00004550
           PERFORM 2000-POST-PAYMENT THRU 2000-EXIT                     00004560
              UNTIL WS-PAY-EOF                                          00004570
           PERFORM 3000-BILL-STUDENT THRU 3000-EXIT                     00004580
              VARYING WS-STUD-HIT FROM 1 BY 1                           00004590
              UNTIL WS-STUD-HIT > WS-STUD-COUNT                         00004600
           PERFORM 4000-WRITE-LEDGER THRU 4000-EXIT                     00004610
           PERFORM 5000-ACCOUNT-REPORTS THRU 5000-EXIT                  00004620
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00004630
           IF WS-PAYMENTS-REJECTED > 0                                  00004640
              SET RC-WARNING TO TRUE                                    00004650
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00004660
           END-IF                                                       00004670
           GOBACK.                                                      00004680
                                                                        00004690
      *> ***************************************************************00004700
      *> RUN DATE, BILLING CARD, THE TERM'S RATES, THE STUDENTS AND     00004710
      *> THEIR LOADS, THE LEDGER; THEN OPEN THE PAYMENTS AND OUTPUTS    00004720
      *> ***************************************************************00004730
       1000-INITIALIZE.                                                 00004740
           PERFORM 8400-LOAD-REASON-CODES THRU 8400-EXIT                00004750
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00004760
           IF WS-PROCESS-DATE > 0                                       00004770
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00004780
           ELSE                                                         00004790
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00004800
           END-IF                                                       00004810
           MOVE WS-RUN-DATE TO WS-DN-DATE                               00004820
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00004830
           MOVE WS-DN-RESULT TO WS-TODAY-DAYNUM                         00004840
                                                                        00004850
           OPEN INPUT BILL-CTL-FILE                                     00004860
           IF FS-BILL-CTL-FILE NOT = "00"                               00004870
              MOVE "OPEN FAILED ON BILL-CTL-FILE" TO WS-ABEND-MESSAGE   00004880
              GO TO 9999-ABEND                                          00004890
           END-IF                                                       00004900
           READ BILL-CTL-FILE                                           00004910
           IF FS-BILL-CTL-FILE NOT = "00"                               00004920
              OR BCT-TERM = SPACES                                      00004930
              MOVE "BILLING CARD MISSING OR NO TERM" TO                 00004940
                 WS-ABEND-MESSAGE                                       00004950
              GO TO 9999-ABEND                                          00004960
           END-IF                                                       00004970
           MOVE BCT-TERM TO WS-BILL-TERM                                00004980
           CLOSE BILL-CTL-FILE                                          00004990
           DISPLAY "BILLING TERM: " WS-BILL-TERM                        00005000
              "  RUN DATE: " WS-RUN-DATE                                00005010
                                                                        00005020
           PERFORM 1100-LOAD-RATES THRU 1100-EXIT                       00005030
           PERFORM 1200-LOAD-STUDENTS THRU 1200-EXIT                    00005040
           PERFORM 1300-LOAD-CATALOG THRU 1300-EXIT                     00005050
           PERFORM 1400-LOAD-LOADS THRU 1400-EXIT                       00005060
           PERFORM 1500-LOAD-LEDGER THRU 1500-EXIT                      00005070
                                                                        00005080
           OPEN INPUT PAYMENT-FILE                                      00005090
           EVALUATE FS-PAYMENT-FILE                                     00005100
             WHEN "00"                                                  00005110
               PERFORM 2900-READ-PAYMENT THRU 2900-EXIT                 00005120
             WHEN "35"                                                  00005130
               DISPLAY "NO PAYMENTS TO POST"                            00005140
               SET WS-PAY-EOF TO TRUE                                   00005150
             WHEN OTHER                                                 00005160
               MOVE "OPEN FAILED ON PAYMENT-FILE" TO WS-ABEND-MESSAGE   00005170
               GO TO 9999-ABEND                                         00005180
           END-EVALUATE                                                 00005190
           OPEN OUTPUT PAY-REJ-FILE                                     00005200
           IF FS-PAY-REJ-FILE NOT = "00"                                00005210
              MOVE "OPEN FAILED ON PAY-REJ-FILE" TO WS-ABEND-MESSAGE    00005220
              GO TO 9999-ABEND                                          00005230
           END-IF.                                                      00005240
       1000-EXIT.                                                       00005250
           EXIT.                                                        00005260
                                                                        00005270
       1100-LOAD-RATES.                                                 00005280
           OPEN INPUT RATE-FILE                                         00005290
           IF FS-RATE-FILE NOT = "00"                                   00005300
              MOVE "OPEN FAILED ON RATE-FILE" TO WS-ABEND-MESSAGE       00005310
              GO TO 9999-ABEND                                          00005320
           END-IF                                                       00005330
           MOVE 'N' TO WS-EOF-SW                                        00005340
           PERFORM UNTIL WS-EOF                                         00005350
             READ RATE-FILE                                             00005360
               AT END                                                   00005370
                 SET WS-EOF TO TRUE                                     00005380
               NOT AT END                                               00005390
                 IF TRT-TERM = WS-BILL-TERM                             00005400
                    PERFORM 1150-KEEP-RATE THRU 1150-EXIT               00005410
                 END-IF                                                 00005420
             END-READ                                                   00005430
           END-PERFORM                                                  00005440
           CLOSE RATE-FILE                                              00005450
           IF WS-TERM-START = ZEROES OR WS-TERM-DUE = ZEROES            00005460
              MOVE "NO TERM CALENDAR ON THE RATE TABLE" TO              00005470
                 WS-ABEND-MESSAGE                                       00005480
              GO TO 9999-ABEND                                          00005490
           END-IF                                                       00005500
           IF NOT WS-CREDIT-RATE-LOADED                                 00005510
              MOVE "NO CREDIT-HOUR RATE ON THE RATE TABLE" TO           00005520
                 WS-ABEND-MESSAGE                                       00005530
              GO TO 9999-ABEND                                          00005540
           END-IF                                                       00005550
           MOVE WS-TERM-START TO WS-DN-DATE                             00005560
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00005570
           MOVE WS-DN-RESULT TO WS-START-DAYNUM.                        00005580
       1100-EXIT.                                                       00005590
           EXIT.                                                        00005600
                                                                        00005610
       1150-KEEP-RATE.                                                  00005620
           EVALUATE TRUE                                                00005630
             WHEN TRT-TERM-CALENDAR                                     00005640
               IF TRT-START-DATE NUMERIC AND TRT-DUE-DATE NUMERIC       00005650
                  MOVE TRT-START-DATE TO WS-TERM-START                  00005660
                  MOVE TRT-DUE-DATE TO WS-TERM-DUE                      00005670
               END-IF                                                   00005680
             WHEN TRT-CREDIT-RATE                                       00005690
               IF TRT-AMOUNT NUMERIC                                    00005700
                  MOVE TRT-AMOUNT TO WS-CREDIT-RATE                     00005710
                  SET WS-CREDIT-RATE-LOADED TO TRUE                     00005720
               END-IF                                                   00005730
             WHEN TRT-FLAT-FEE                                          00005740
               IF TRT-AMOUNT NUMERIC                                    00005750
                  AND WS-FEE-COUNT < WS-FEE-MAX                         00005760
                  ADD 1 TO WS-FEE-COUNT                                 00005770
                  MOVE TRT-FEE-CD TO TBL-FEE-CD (WS-FEE-COUNT)          00005780
                  MOVE TRT-DESC TO TBL-FEE-DESC (WS-FEE-COUNT)          00005790
                  MOVE TRT-AMOUNT TO TBL-FEE-AMOUNT (WS-FEE-COUNT)      00005800
               ELSE                                                     00005810
                  DISPLAY "FLAT FEE NOT LOADED: " TRT-FEE-CD            00005820
               END-IF                                                   00005830
             WHEN TRT-REFUND-STEP                                       00005840
               IF TRT-DAYS NUMERIC AND TRT-PCT NUMERIC                  00005850
                  AND TRT-PCT NOT > 100                                 00005860
                  AND WS-RFD-COUNT < WS-RFD-MAX                         00005870
                  ADD 1 TO WS-RFD-COUNT                                 00005880
                  MOVE TRT-DAYS TO TBL-RFD-DAYS (WS-RFD-COUNT)          00005890
                  MOVE TRT-PCT TO TBL-RFD-PCT (WS-RFD-COUNT)            00005900
               ELSE                                                     00005910
                  DISPLAY "REFUND STEP NOT LOADED: " TRT-DAYS           00005920
               END-IF                                                   00005930
             WHEN TRT-LATE-FEE                                          00005940
               IF TRT-AMOUNT NUMERIC AND TRT-DAYS NUMERIC               00005950
                  MOVE TRT-AMOUNT TO WS-LATE-FEE                        00005960
                  MOVE TRT-DAYS TO WS-LATE-GRACE                        00005970
                  MOVE TRT-FEE-CD TO WS-LATE-FEE-CD                     00005980
                  MOVE TRT-DESC TO WS-LATE-FEE-DESC                     00005990
               END-IF                                                   00006000
             WHEN OTHER                                                 00006010
               DISPLAY "UNKNOWN RATE TYPE IGNORED: " TRT-TYPE           00006020
           END-EVALUATE.                                                00006030
       1150-EXIT.                                                       00006040
           EXIT.                                                        00006050
                                                                        00006060
       1200-LOAD-STUDENTS.                                              00006070
           OPEN INPUT STUDENT-IN-FILE                                   00006080
           IF FS-STUDENT-IN-FILE NOT = "00"                             00006090
              MOVE "OPEN FAILED ON STUDENT-IN-FILE" TO WS-ABEND-MESSAGE 00006100
              GO TO 9999-ABEND                                          00006110
           END-IF                                                       00006120
           MOVE 'N' TO WS-EOF-SW                                        00006130
           PERFORM UNTIL WS-EOF                                         00006140
             READ STUDENT-IN-FILE                                       00006150
               AT END                                                   00006160
                 SET WS-EOF TO TRUE                                     00006170
               NOT AT END                                               00006180
                 IF WS-STUD-COUNT < WS-STUD-MAX                         00006190
                    ADD 1 TO WS-STUD-COUNT                              00006200
                    MOVE STUD-ID TO TBL-STUD-ID (WS-STUD-COUNT)         00006210
                    MOVE STUD-NAME TO TBL-STUD-NAME (WS-STUD-COUNT)     00006220
                    MOVE STUD-STATUS TO                                 00006230
                       TBL-STUD-STATUS (WS-STUD-COUNT)                  00006240
                    MOVE STUD-STATUS-DATE TO                            00006250
                       TBL-STUD-STATUS-DATE (WS-STUD-COUNT)             00006260
                    MOVE ZEROES TO TBL-STUD-HOURS (WS-STUD-COUNT)       00006270
                 ELSE                                                   00006280
                    DISPLAY "STUDENT TABLE FULL, NOT BILLED: "          00006290
                      STUD-ID                                           00006300
                 END-IF                                                 00006310
             END-READ                                                   00006320
           END-PERFORM                                                  00006330
           CLOSE STUDENT-IN-FILE.                                       00006340
       1200-EXIT.                                                       00006350
           EXIT.                                                        00006360
                                                                        00006370
       1300-LOAD-CATALOG.                                               00006380
           OPEN INPUT COURSE-FILE                                       00006390
           IF FS-COURSE-FILE NOT = "00"                                 00006400
              MOVE "OPEN FAILED ON COURSE-FILE" TO WS-ABEND-MESSAGE     00006410
              GO TO 9999-ABEND                                          00006420
           END-IF                                                       00006430
           MOVE 'N' TO WS-EOF-SW                                        00006440
           PERFORM UNTIL WS-EOF                                         00006450
             READ COURSE-FILE                                           00006460
               AT END                                                   00006470
                 SET WS-EOF TO TRUE                                     00006480
               NOT AT END                                               00006490
                 IF CRS-CREDIT-HOURS NUMERIC                            00006500
                    AND WS-CRS-COUNT < WS-CRS-MAX                       00006510
                    ADD 1 TO WS-CRS-COUNT                               00006520
                    MOVE CRS-COURSE-CD TO                               00006530
                       TBL-CRS-COURSE-CD (WS-CRS-COUNT)                 00006540
                    MOVE CRS-CREDIT-HOURS TO                            00006550
                       TBL-CRS-HOURS (WS-CRS-COUNT)                     00006560
                 END-IF                                                 00006570
             END-READ                                                   00006580
           END-PERFORM                                                  00006590
           CLOSE COURSE-FILE.                                           00006600
       1300-EXIT.                                                       00006610
           EXIT.                                                        00006620
                                                                        00006630
      *> ***************************************************************00006640
      *> EACH ENROLLED REGISTRATION FOR THE TERM ADDS ITS COURSE'S      00006650
      *> CREDIT HOURS TO THE STUDENT'S LOAD.  A WAITLISTED OR DROPPED   00006660
      *> SEAT IS NOT BILLED                                             00006670
      *> ***************************************************************00006680
       1400-LOAD-LOADS.                                                 00006690
           OPEN INPUT REG-FILE                                          00006700
           EVALUATE FS-REG-FILE                                         00006710
             WHEN "00"                                                  00006720
               CONTINUE                                                 00006730
             WHEN "35"                                                  00006740
               DISPLAY "NO REGISTRATION MASTER, NO TUITION BILLED"      00006750
               GO TO 1400-EXIT                                          00006760
             WHEN OTHER                                                 00006770
               MOVE "OPEN FAILED ON REG-FILE" TO WS-ABEND-MESSAGE       00006780
               GO TO 9999-ABEND                                         00006790
           END-EVALUATE                                                 00006800
           MOVE 'N' TO WS-EOF-SW                                        00006810
           PERFORM UNTIL WS-EOF                                         00006820
             READ REG-FILE                                              00006830
               AT END                                                   00006840
                 SET WS-EOF TO TRUE                                     00006850
               NOT AT END                                               00006860
                 IF REG-TERM = WS-BILL-TERM                             00006870
                    AND REG-ENROLLED                                    00006880
                    PERFORM 1450-ADD-TO-LOAD THRU 1450-EXIT             00006890
                 END-IF                                                 00006900
             END-READ                                                   00006910
           END-PERFORM                                                  00006920
           CLOSE REG-FILE.                                              00006930
       1400-EXIT.                                                       00006940
           EXIT.                                                        00006950
                                                                        00006960
       1450-ADD-TO-LOAD.                                                00006970
           MOVE 'N' TO WS-FOUND-SW                                      00006980
           PERFORM VARYING WS-STUD-SUB FROM 1 BY 1                      00006990
                    UNTIL WS-STUD-SUB > WS-STUD-COUNT                   00007000
                    OR WS-FOUND                                         00007010
             IF TBL-STUD-ID (WS-STUD-SUB) = REG-STUDENT-ID              00007020
                SET WS-FOUND TO TRUE                                    00007030
                MOVE WS-STUD-SUB TO WS-STUD-HIT                         00007040
             END-IF                                                     00007050
           END-PERFORM                                                  00007060
           IF NOT WS-FOUND                                              00007070
              DISPLAY "REGISTRATION FOR UNKNOWN STUDENT: "              00007080
                REG-STUDENT-ID " " REG-COURSE-CD                        00007090
              GO TO 1450-EXIT                                           00007100
           END-IF                                                       00007110
           MOVE 'N' TO WS-FOUND-SW                                      00007120
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1                       00007130
                    UNTIL WS-CRS-SUB > WS-CRS-COUNT                     00007140
                    OR WS-FOUND                                         00007150
             IF TBL-CRS-COURSE-CD (WS-CRS-SUB) = REG-COURSE-CD          00007160
                SET WS-FOUND TO TRUE                                    00007170
                ADD TBL-CRS-HOURS (WS-CRS-SUB) TO                       00007180
                   TBL-STUD-HOURS (WS-STUD-HIT)                         00007190
             END-IF                                                     00007200
           END-PERFORM                                                  00007210
           IF NOT WS-FOUND                                              00007220
              DISPLAY "REGISTERED COURSE NOT IN CATALOG: "              00007230
                REG-STUDENT-ID " " REG-COURSE-CD                        00007240
           END-IF.                                                      00007250
       1450-EXIT.                                                       00007260
           EXIT.                                                        00007270
                                                                        00007280
       1500-LOAD-LEDGER.                                                00007290
           OPEN INPUT LEDGER-IN-FILE                                    00007300
           EVALUATE FS-LEDGER-IN-FILE                                   00007310
             WHEN "00"                                                  00007320
               CONTINUE                                                 00007330
             WHEN "35"                                                  00007340
               DISPLAY "NO STUDENT LEDGER, STARTING EMPTY"              00007350
               GO TO 1500-EXIT                                          00007360
             WHEN OTHER                                                 00007370
               MOVE "OPEN FAILED ON LEDGER-IN-FILE" TO                  00007380
                  WS-ABEND-MESSAGE                                      00007390
               GO TO 9999-ABEND                                         00007400
           END-EVALUATE                                                 00007410
           MOVE 'N' TO WS-EOF-SW                                        00007420
           PERFORM UNTIL WS-EOF                                         00007430
             READ LEDGER-IN-FILE                                        00007440
               AT END                                                   00007450
                 SET WS-EOF TO TRUE                                     00007460
               NOT AT END                                               00007470
                 IF WS-LDG-COUNT NOT < WS-LDG-MAX                       00007480
                    MOVE "LEDGER TABLE FULL ON LOAD" TO                 00007490
                       WS-ABEND-MESSAGE                                 00007500
                    GO TO 9999-ABEND                                    00007510
                 END-IF                                                 00007520
                 ADD 1 TO WS-LDG-COUNT                                  00007530
                 MOVE LEDGER-RECORD (1:71) TO                           00007540
                    WS-LDG-ENTRY (WS-LDG-COUNT)                         00007550
             END-READ                                                   00007560
           END-PERFORM                                                  00007570
           CLOSE LEDGER-IN-FILE                                         00007580
           DISPLAY "LEDGER POSTINGS LOADED: " WS-LDG-COUNT.             00007590
       1500-EXIT.                                                       00007600
           EXIT.                                                        00007610
                                                                        00007620
      *> ***************************************************************00007630
      *> POST ONE BURSAR PAYMENT AS A CREDIT.  THE RECEIPT REFERENCE    00007640
      *> MAY APPEAR ONLY ONCE ON A STUDENT'S LEDGER, SO A RESENT        00007650
      *> PAYMENT FILE DOES NOT PAY TWICE                                00007660
      *> ***************************************************************00007670
       2000-POST-PAYMENT.                                               00007680
           SET WS-TRAN-VALID TO TRUE                                    00007690
           MOVE SPACES TO WS-REASON-CD                                  00007700
           MOVE SPACES TO WS-REASON-TXT                                 00007710
                                                                        00007720
           MOVE 'N' TO WS-FOUND-SW                                      00007730
           PERFORM VARYING WS-STUD-SUB FROM 1 BY 1                      00007740
                    UNTIL WS-STUD-SUB > WS-STUD-COUNT                   00007750
                    OR WS-FOUND                                         00007760
             IF TBL-STUD-ID (WS-STUD-SUB) = PMT-STUDENT-ID              00007770
                SET WS-FOUND TO TRUE                                    00007780
             END-IF                                                     00007790
           END-PERFORM                                                  00007800
           EVALUATE TRUE                                                00007810
             WHEN NOT WS-FOUND                                          00007820
               MOVE 'N' TO WS-VALID-SW                                  00007830
               MOVE "B001" TO WS-REASON-CD                              00007840
               MOVE "STUDENT NOT ON MASTER" TO WS-REASON-TXT            00007850
             WHEN PMT-AMOUNT NOT NUMERIC OR PMT-AMOUNT = ZEROES         00007860
               MOVE 'N' TO WS-VALID-SW                                  00007870
               MOVE "B002" TO WS-REASON-CD                              00007880
               MOVE "PAYMENT AMOUNT NOT NUMERIC OR ZERO" TO             00007890
                  WS-REASON-TXT                                         00007900
             WHEN PMT-DATE NOT NUMERIC OR PMT-DATE = ZEROES             00007910
               MOVE 'N' TO WS-VALID-SW                                  00007920
               MOVE "B003" TO WS-REASON-CD                              00007930
               MOVE "PAYMENT DATE MISSING" TO WS-REASON-TXT             00007940
           END-EVALUATE                                                 00007950
                                                                        00007960
           IF WS-TRAN-VALID                                             00007970
              MOVE 'N' TO WS-FOUND-SW                                   00007980
              PERFORM VARYING WS-LDG-SUB FROM 1 BY 1                    00007990
                       UNTIL WS-LDG-SUB > WS-LDG-COUNT                  00008000
                       OR WS-FOUND                                      00008010
                IF TBL-LDG-STUDENT-ID (WS-LDG-SUB) = PMT-STUDENT-ID     00008020
                   AND TBL-LDG-PAYMENT (WS-LDG-SUB)                     00008030
                   AND TBL-LDG-REFERENCE (WS-LDG-SUB) = PMT-REFERENCE   00008040
                   SET WS-FOUND TO TRUE                                 00008050
                END-IF                                                  00008060
              END-PERFORM                                               00008070
              IF WS-FOUND                                               00008080
                 MOVE 'N' TO WS-VALID-SW                                00008090
                 MOVE "B004" TO WS-REASON-CD                            00008100
                 MOVE "PAYMENT REFERENCE ALREADY POSTED" TO             00008110
                    WS-REASON-TXT                                       00008120
              END-IF                                                    00008130
           END-IF                                                       00008140
                                                                        00008150
           IF WS-TRAN-VALID                                             00008160
              AND WS-LDG-COUNT NOT < WS-LDG-MAX                         00008170
              MOVE 'N' TO WS-VALID-SW                                   00008180
              MOVE "B005" TO WS-REASON-CD                               00008190
              MOVE "LEDGER TABLE FULL" TO WS-REASON-TXT                 00008200
           END-IF                                                       00008210
                                                                        00008220
           IF WS-TRAN-VALID                                             00008230
              ADD 1 TO WS-LDG-COUNT                                     00008240
              MOVE PMT-STUDENT-ID TO TBL-LDG-STUDENT-ID (WS-LDG-COUNT)  00008250
              IF PMT-TERM = SPACES                                      00008260
                 MOVE WS-BILL-TERM TO TBL-LDG-TERM (WS-LDG-COUNT)       00008270
              ELSE                                                      00008280
                 MOVE PMT-TERM TO TBL-LDG-TERM (WS-LDG-COUNT)           00008290
              END-IF                                                    00008300
              MOVE PMT-DATE TO TBL-LDG-POST-DATE (WS-LDG-COUNT)         00008310
              MOVE 'PY' TO TBL-LDG-TYPE (WS-LDG-COUNT)                  00008320
              MOVE SPACES TO TBL-LDG-FEE-CD (WS-LDG-COUNT)              00008330
              MOVE 'PAYMENT RECEIVED' TO TBL-LDG-DESC (WS-LDG-COUNT)    00008340
              COMPUTE TBL-LDG-AMOUNT (WS-LDG-COUNT) = 0 - PMT-AMOUNT    00008350
              MOVE ZEROES TO TBL-LDG-DUE-DATE (WS-LDG-COUNT)            00008360
              MOVE PMT-REFERENCE TO TBL-LDG-REFERENCE (WS-LDG-COUNT)    00008370
              ADD 1 TO WS-PAYMENTS-POSTED                               00008380
              ADD 1 TO WS-POSTINGS                                      00008390
              ADD PMT-AMOUNT TO WS-TOTAL-PAYMENTS                       00008400
           ELSE                                                         00008410
              MOVE PAYMENT-REC TO PYREJ-ORIG-TRAN                       00008420
              MOVE WS-REASON-CD TO PYREJ-REASON-CD                      00008430
              MOVE WS-REASON-CD TO WS-RSN-WANTED                        00008440
              PERFORM 8480-RESOLVE-REASON-TEXT THRU 8480-EXIT           00008450
              IF WS-RSN-FOUND                                           00008460
                 MOVE WS-RSN-FOUND-TEXT TO WS-REASON-TXT                00008470
              END-IF                                                    00008480
              MOVE WS-REASON-TXT TO PYREJ-REASON-TXT                    00008490
              WRITE PAY-REJ-REC                                         00008500
              ADD 1 TO WS-PAYMENTS-REJECTED                             00008510
           END-IF                                                       00008520
           PERFORM 2900-READ-PAYMENT THRU 2900-EXIT.                    00008530
       2000-EXIT.                                                       00008540
           EXIT.                                                        00008550
                                                                        00008560
       2900-READ-PAYMENT.                                               00008570
           READ PAYMENT-FILE                                            00008580
           EVALUATE FS-PAYMENT-FILE                                     00008590
             WHEN "00"                                                  00008600
               ADD 1 TO WS-PAYMENTS-READ                                00008610
             WHEN "10"                                                  00008620
               SET WS-PAY-EOF TO TRUE                                   00008630
             WHEN OTHER                                                 00008640
               DISPLAY "READ FAILED, PAYMENT STATUS: "                  00008650
                 FS-PAYMENT-FILE                                        00008660
               SET WS-PAY-EOF TO TRUE                                   00008670
           END-EVALUATE.                                                00008680
       2900-EXIT.                                                       00008690
           EXIT.                                                        00008700
                                                                        00008710
      *> ***************************************************************00008720
      *> BILL ONE STUDENT FOR THE TERM.  WHAT THE LEDGER ALREADY HOLDS  00008730
      *> FOR THE TERM IS SUMMED FIRST SO ONLY THE DIFFERENCE POSTS      00008740
      *> ***************************************************************00008750
       3000-BILL-STUDENT.                                               00008760
           PERFORM 3100-SUM-TERM-POSTINGS THRU 3100-EXIT                00008770
           IF WS-RUN-DATE > WS-TERM-DUE                                 00008780
              MOVE WS-RUN-DATE TO WS-CHARGE-DUE-DATE                    00008790
           ELSE                                                         00008800
              MOVE WS-TERM-DUE TO WS-CHARGE-DUE-DATE                    00008810
           END-IF                                                       00008820
                                                                        00008830
      *> WITHDRAWN ON OR AFTER THE FIRST DAY: THE TUITION STANDS AND    00008840
      *> THE REFUND SCHEDULE GIVES BACK ITS SHARE.  WITHDRAWN BEFORE    00008850
      *> THE TERM BEGAN: NOTHING IS OWED FOR THE LOAD                   00008860
           IF TBL-STUD-WITHDRAWN (WS-STUD-HIT)                          00008870
              IF TBL-STUD-STATUS-DATE (WS-STUD-HIT) NOT < WS-TERM-START 00008880
                 PERFORM 3300-POST-REFUND THRU 3300-EXIT                00008890
                 GO TO 3000-LATE-FEE                                    00008900
              END-IF                                                    00008910
              MOVE ZEROES TO WS-TUITION-DUE                             00008920
           ELSE                                                         00008930
              COMPUTE WS-TUITION-DUE =                                  00008940
                 TBL-STUD-HOURS (WS-STUD-HIT) * WS-CREDIT-RATE          00008950
           END-IF                                                       00008960
                                                                        00008970
           IF WS-TUITION-DUE NOT = WS-TUITION-BILLED                    00008980
              MOVE 'TU' TO WS-NEW-TYPE                                  00008990
              MOVE SPACES TO WS-NEW-FEE-CD                              00009000
              IF WS-TUITION-BILLED = ZEROES                             00009010
                 MOVE 'TERM TUITION' TO WS-NEW-DESC                     00009020
              ELSE                                                      00009030
                 MOVE 'TUITION LOAD CHANGE' TO WS-NEW-DESC              00009040
              END-IF                                                    00009050
              COMPUTE WS-NEW-AMOUNT =                                   00009060
                 WS-TUITION-DUE - WS-TUITION-BILLED                     00009070
              MOVE WS-CHARGE-DUE-DATE TO WS-NEW-DUE-DATE                00009080
              MOVE SPACES TO WS-NEW-REFERENCE                           00009090
              PERFORM 3900-ADD-POSTING THRU 3900-EXIT                   00009100
              ADD WS-NEW-AMOUNT TO WS-TOTAL-TUITION                     00009110
           END-IF                                                       00009120
                                                                        00009130
           IF TBL-STUD-HOURS (WS-STUD-HIT) > 0                          00009140
              AND NOT TBL-STUD-WITHDRAWN (WS-STUD-HIT)                  00009150
              PERFORM 3200-POST-FEE THRU 3200-EXIT                      00009160
                 VARYING WS-FEE-SUB FROM 1 BY 1                         00009170
                 UNTIL WS-FEE-SUB > WS-FEE-COUNT                        00009180
           END-IF.                                                      00009190
       3000-LATE-FEE.                                                   00009200
           PERFORM 3400-POST-LATE-FEE THRU 3400-EXIT.                   00009210
       3000-EXIT.                                                       00009220
           EXIT.                                                        00009230
                                                                        00009240
       3100-SUM-TERM-POSTINGS.                                          00009250
           MOVE ZEROES TO WS-TUITION-BILLED                             00009260
           MOVE ZEROES TO WS-REFUND-POSTED                              00009270
           PERFORM VARYING WS-LDG-SUB FROM 1 BY 1                       00009280
                    UNTIL WS-LDG-SUB > WS-LDG-COUNT                     00009290
             IF TBL-LDG-STUDENT-ID (WS-LDG-SUB) =                       00009300
                TBL-STUD-ID (WS-STUD-HIT)                               00009310
                AND TBL-LDG-TERM (WS-LDG-SUB) = WS-BILL-TERM            00009320
                IF TBL-LDG-TUITION (WS-LDG-SUB)                         00009330
                   ADD TBL-LDG-AMOUNT (WS-LDG-SUB) TO WS-TUITION-BILLED 00009340
                END-IF                                                  00009350
                IF TBL-LDG-REFUND (WS-LDG-SUB)                          00009360
                   SUBTRACT TBL-LDG-AMOUNT (WS-LDG-SUB) FROM            00009370
                      WS-REFUND-POSTED                                  00009380
                END-IF                                                  00009390
             END-IF                                                     00009400
           END-PERFORM.                                                 00009410
       3100-EXIT.                                                       00009420
           EXIT.                                                        00009430
                                                                        00009440
       3200-POST-FEE.                                                   00009450
           MOVE 'N' TO WS-FEE-BILLED-SW                                 00009460
           PERFORM VARYING WS-LDG-SUB FROM 1 BY 1                       00009470
                    UNTIL WS-LDG-SUB > WS-LDG-COUNT                     00009480
                    OR WS-FEE-BILLED                                    00009490
             IF TBL-LDG-STUDENT-ID (WS-LDG-SUB) =                       00009500
                TBL-STUD-ID (WS-STUD-HIT)                               00009510
                AND TBL-LDG-TERM (WS-LDG-SUB) = WS-BILL-TERM            00009520
                AND TBL-LDG-FLAT-FEE (WS-LDG-SUB)                       00009530
                AND TBL-LDG-FEE-CD (WS-LDG-SUB) =                       00009540
                    TBL-FEE-CD (WS-FEE-SUB)                             00009550
                SET WS-FEE-BILLED TO TRUE                               00009560
             END-IF                                                     00009570
           END-PERFORM                                                  00009580
           IF WS-FEE-BILLED                                             00009590
              GO TO 3200-EXIT                                           00009600
           END-IF                                                       00009610
           MOVE 'FE' TO WS-NEW-TYPE                                     00009620
           MOVE TBL-FEE-CD (WS-FEE-SUB) TO WS-NEW-FEE-CD                00009630
           MOVE TBL-FEE-DESC (WS-FEE-SUB) TO WS-NEW-DESC                00009640
           MOVE TBL-FEE-AMOUNT (WS-FEE-SUB) TO WS-NEW-AMOUNT            00009650
           MOVE WS-CHARGE-DUE-DATE TO WS-NEW-DUE-DATE                   00009660
           MOVE SPACES TO WS-NEW-REFERENCE                              00009670
           PERFORM 3900-ADD-POSTING THRU 3900-EXIT                      00009680
           ADD WS-NEW-AMOUNT TO WS-TOTAL-FEES.                          00009690
       3200-EXIT.                                                       00009700
           EXIT.                                                        00009710
                                                                        00009720
      *> ***************************************************************00009730
      *> WITHDRAWAL REFUND: THE PERCENT OF THE TERM'S TUITION ON THE    00009740
      *> FIRST SCHEDULE STEP THAT COVERS THE DAYS FROM THE FIRST DAY    00009750
      *> TO THE WITHDRAWAL, LESS ANY REFUND ALREADY CREDITED            00009760
      *> ***************************************************************00009770
       3300-POST-REFUND.                                                00009780
           MOVE TBL-STUD-STATUS-DATE (WS-STUD-HIT) TO WS-DN-DATE        00009790
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00009800
           COMPUTE WS-DAYS-IN = WS-DN-RESULT - WS-START-DAYNUM          00009810
           MOVE ZEROES TO WS-REFUND-PCT                                 00009820
           MOVE 999 TO WS-RFD-BEST-DAYS                                 00009830
           PERFORM VARYING WS-RFD-SUB FROM 1 BY 1                       00009840
                    UNTIL WS-RFD-SUB > WS-RFD-COUNT                     00009850
             IF TBL-RFD-DAYS (WS-RFD-SUB) NOT < WS-DAYS-IN              00009860
                AND TBL-RFD-DAYS (WS-RFD-SUB) NOT > WS-RFD-BEST-DAYS    00009870
                MOVE TBL-RFD-DAYS (WS-RFD-SUB) TO WS-RFD-BEST-DAYS      00009880
                MOVE TBL-RFD-PCT (WS-RFD-SUB) TO WS-REFUND-PCT          00009890
             END-IF                                                     00009900
           END-PERFORM                                                  00009910
           COMPUTE WS-REFUND-DUE ROUNDED =                              00009920
              WS-TUITION-BILLED * WS-REFUND-PCT / 100                   00009930
              - WS-REFUND-POSTED                                        00009940
           IF WS-REFUND-DUE NOT > ZEROES                                00009950
              GO TO 3300-EXIT                                           00009960
           END-IF                                                       00009970
           MOVE 'RF' TO WS-NEW-TYPE                                     00009980
           MOVE SPACES TO WS-NEW-FEE-CD                                 00009990
           MOVE 'WITHDRAWAL REFUND' TO WS-NEW-DESC                      00010000
           COMPUTE WS-NEW-AMOUNT = 0 - WS-REFUND-DUE                    00010010
           MOVE ZEROES TO WS-NEW-DUE-DATE                               00010020
           MOVE SPACES TO WS-NEW-REFERENCE                              00010030
           PERFORM 3900-ADD-POSTING THRU 3900-EXIT                      00010040
           ADD WS-REFUND-DUE TO WS-TOTAL-REFUNDS.                       00010050
       3300-EXIT.                                                       00010060
           EXIT.                                                        00010070
                                                                        00010080
      *> ***************************************************************00010090
      *> LATE FEE: ONCE A TERM, WHEN THE TERM'S BALANCE IS STILL OWED   00010100
      *> PAST THE DUE DATE AND THE GRACE DAYS                           00010110
      *> ***************************************************************00010120
       3400-POST-LATE-FEE.                                              00010130
           IF WS-LATE-FEE = ZEROES                                      00010140
              GO TO 3400-EXIT                                           00010150
           END-IF                                                       00010160
           MOVE WS-TERM-DUE TO WS-DN-DATE                               00010170
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00010180
           IF WS-TODAY-DAYNUM NOT > WS-DN-RESULT + WS-LATE-GRACE        00010190
              GO TO 3400-EXIT                                           00010200
           END-IF                                                       00010210
           MOVE ZEROES TO WS-TERM-BALANCE                               00010220
           MOVE 'N' TO WS-FEE-BILLED-SW                                 00010230
           PERFORM VARYING WS-LDG-SUB FROM 1 BY 1                       00010240
                    UNTIL WS-LDG-SUB > WS-LDG-COUNT                     00010250
             IF TBL-LDG-STUDENT-ID (WS-LDG-SUB) =                       00010260
                TBL-STUD-ID (WS-STUD-HIT)                               00010270
                AND TBL-LDG-TERM (WS-LDG-SUB) = WS-BILL-TERM            00010280
                ADD TBL-LDG-AMOUNT (WS-LDG-SUB) TO WS-TERM-BALANCE      00010290
                IF TBL-LDG-LATE-FEE (WS-LDG-SUB)                        00010300
                   SET WS-FEE-BILLED TO TRUE                            00010310
                END-IF                                                  00010320
             END-IF                                                     00010330
           END-PERFORM                                                  00010340
           IF WS-FEE-BILLED                                             00010350
              OR WS-TERM-BALANCE NOT > ZEROES                           00010360
              GO TO 3400-EXIT                                           00010370
           END-IF                                                       00010380
           MOVE 'LF' TO WS-NEW-TYPE                                     00010390
           MOVE WS-LATE-FEE-CD TO WS-NEW-FEE-CD                         00010400
           IF WS-LATE-FEE-DESC = SPACES                                 00010410
              MOVE 'LATE PAYMENT FEE' TO WS-NEW-DESC                    00010420
           ELSE                                                         00010430
              MOVE WS-LATE-FEE-DESC TO WS-NEW-DESC                      00010440
           END-IF                                                       00010450
           MOVE WS-LATE-FEE TO WS-NEW-AMOUNT                            00010460
           MOVE WS-RUN-DATE TO WS-NEW-DUE-DATE                          00010470
           MOVE SPACES TO WS-NEW-REFERENCE                              00010480
           PERFORM 3900-ADD-POSTING THRU 3900-EXIT                      00010490
           ADD WS-NEW-AMOUNT TO WS-TOTAL-LATE-FEES.                     00010500
       3400-EXIT.                                                       00010510
           EXIT.                                                        00010520
                                                                        00010530
       3900-ADD-POSTING.                                                00010540
           IF WS-LDG-COUNT NOT < WS-LDG-MAX                             00010550
              MOVE "LEDGER TABLE FULL WHILE BILLING" TO                 00010560
                 WS-ABEND-MESSAGE                                       00010570
              GO TO 9999-ABEND                                          00010580
           END-IF                                                       00010590
           ADD 1 TO WS-LDG-COUNT                                        00010600
           MOVE TBL-STUD-ID (WS-STUD-HIT) TO                            00010610
              TBL-LDG-STUDENT-ID (WS-LDG-COUNT)                         00010620
           MOVE WS-BILL-TERM TO TBL-LDG-TERM (WS-LDG-COUNT)             00010630
           MOVE WS-RUN-DATE TO TBL-LDG-POST-DATE (WS-LDG-COUNT)         00010640
           MOVE WS-NEW-TYPE TO TBL-LDG-TYPE (WS-LDG-COUNT)              00010650
           MOVE WS-NEW-FEE-CD TO TBL-LDG-FEE-CD (WS-LDG-COUNT)          00010660
           MOVE WS-NEW-DESC TO TBL-LDG-DESC (WS-LDG-COUNT)              00010670
           MOVE WS-NEW-AMOUNT TO TBL-LDG-AMOUNT (WS-LDG-COUNT)          00010680
           MOVE WS-NEW-DUE-DATE TO TBL-LDG-DUE-DATE (WS-LDG-COUNT)      00010690
           MOVE WS-NEW-REFERENCE TO TBL-LDG-REFERENCE (WS-LDG-COUNT)    00010700
           ADD 1 TO WS-POSTINGS.                                        00010710
       3900-EXIT.                                                       00010720
           EXIT.                                                        00010730
                                                                        00010740
      *> ***************************************************************00010750
      *> PUT TONIGHT'S POSTINGS IN STUDENT ORDER BEHIND THE STUDENT'S   00010760
      *> EARLIER ONES AND WRITE THE NEW LEDGER GENERATION.  THE JOB     00010770
      *> SWAPS IT IN ONLY WHEN THE RUN ENDED CLEAN                      00010780
      *> ***************************************************************00010790
       4000-WRITE-LEDGER.                                               00010800
           IF WS-LDG-COUNT > 1                                          00010810
              PERFORM VARYING WS-LDG-SUB FROM 2 BY 1                    00010820
                       UNTIL WS-LDG-SUB > WS-LDG-COUNT                  00010830
                PERFORM 4100-INSERT-ONE-POSTING THRU 4100-EXIT          00010840
              END-PERFORM                                               00010850
           END-IF                                                       00010860
           OPEN OUTPUT LEDGER-OUT-FILE                                  00010870
           IF FS-LEDGER-OUT-FILE NOT = "00"                             00010880
              MOVE "OPEN FAILED ON LEDGER-OUT-FILE" TO                  00010890
                 WS-ABEND-MESSAGE                                       00010900
              GO TO 9999-ABEND                                          00010910
           END-IF                                                       00010920
           PERFORM VARYING WS-LDG-SUB FROM 1 BY 1                       00010930
                    UNTIL WS-LDG-SUB > WS-LDG-COUNT                     00010940
             MOVE SPACES TO LEDGER-OUT-RECORD                           00010950
             MOVE WS-LDG-ENTRY (WS-LDG-SUB) TO                          00010960
                LEDGER-OUT-RECORD (1:71)                                00010970
             WRITE LEDGER-OUT-RECORD                                    00010980
           END-PERFORM                                                  00010990
           CLOSE LEDGER-OUT-FILE.                                       00011000
       4000-EXIT.                                                       00011010
           EXIT.                                                        00011020
                                                                        00011030
       4100-INSERT-ONE-POSTING.                                         00011040
           MOVE WS-LDG-ENTRY (WS-LDG-SUB) TO WS-LDG-SWAP-ENTRY          00011050
           MOVE TBL-LDG-STUDENT-ID (WS-LDG-SUB) TO WS-LDG-SWAP-ID       00011060
           MOVE WS-LDG-SUB TO WS-LDG-SUB2                               00011070
                                                                        00011080
           PERFORM UNTIL WS-LDG-SUB2 = 1                                00011090
              OR TBL-LDG-STUDENT-ID (WS-LDG-SUB2 - 1)                   00011100
                 NOT > WS-LDG-SWAP-ID                                   00011110
             MOVE WS-LDG-ENTRY (WS-LDG-SUB2 - 1)                        00011120
                TO WS-LDG-ENTRY (WS-LDG-SUB2)                           00011130
             SUBTRACT 1 FROM WS-LDG-SUB2                                00011140
           END-PERFORM                                                  00011150
                                                                        00011160
           MOVE WS-LDG-SWAP-ENTRY TO WS-LDG-ENTRY (WS-LDG-SUB2).        00011170
       4100-EXIT.                                                       00011180
           EXIT.                                                        00011190
                                                                        00011200
      *> ***************************************************************00011210
      *> ONE PASS OF THE LEDGER, A STUDENT AT A TIME: THE STATEMENT,    00011220
      *> THE AGED RECEIVABLES LINE AND, WITH ANYTHING PAST DUE, THE     00011230
      *> REGISTRATION HOLD                                              00011240
      *> ***************************************************************00011250
       5000-ACCOUNT-REPORTS.                                            00011260
           OPEN OUTPUT STATEMENT-FILE                                   00011270
           IF FS-STATEMENT-FILE NOT = "00"                              00011280
              MOVE "OPEN FAILED ON STATEMENT-FILE" TO WS-ABEND-MESSAGE  00011290
              GO TO 9999-ABEND                                          00011300
           END-IF                                                       00011310
           OPEN OUTPUT AGING-RPT-FILE                                   00011320
           IF FS-AGING-RPT-FILE NOT = "00"                              00011330
              MOVE "OPEN FAILED ON AGING-RPT-FILE" TO WS-ABEND-MESSAGE  00011340
              GO TO 9999-ABEND                                          00011350
           END-IF                                                       00011360
           OPEN OUTPUT HOLD-FILE                                        00011370
           IF FS-HOLD-FILE NOT = "00"                                   00011380
              MOVE "OPEN FAILED ON HOLD-FILE" TO WS-ABEND-MESSAGE       00011390
              GO TO 9999-ABEND                                          00011400
           END-IF                                                       00011410
           MOVE WS-RUN-DATE TO AGH-RUN-DATE                             00011420
           WRITE AGING-RPT-LINE FROM WS-AGE-HDR-1                       00011430
           WRITE AGING-RPT-LINE FROM WS-AGE-HDR-2                       00011440
           MOVE ZEROES TO WS-GRAND-BALANCE                              00011450
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1                    00011460
                    UNTIL WS-BUCKET-SUB > 5                             00011470
             MOVE ZEROES TO WS-GRAND-BUCKET (WS-BUCKET-SUB)             00011480
           END-PERFORM                                                  00011490
                                                                        00011500
           MOVE 1 TO WS-LDG-FIRST                                       00011510
           PERFORM 5100-ONE-ACCOUNT THRU 5100-EXIT                      00011520
              UNTIL WS-LDG-FIRST > WS-LDG-COUNT                         00011530
                                                                        00011540
           MOVE WS-AGED-ACCOUNTS TO AGT-COUNT                           00011550
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1                    00011560
                    UNTIL WS-BUCKET-SUB > 5                             00011570
             MOVE WS-GRAND-BUCKET (WS-BUCKET-SUB) TO                    00011580
                AGT-BUCKET (WS-BUCKET-SUB)                              00011590
           END-PERFORM                                                  00011600
           MOVE WS-GRAND-BALANCE TO AGT-BALANCE                         00011610
           WRITE AGING-RPT-LINE FROM WS-AGE-TOTAL-LINE                  00011620
           CLOSE STATEMENT-FILE                                         00011630
           CLOSE AGING-RPT-FILE                                         00011640
           CLOSE HOLD-FILE.                                             00011650
       5000-EXIT.                                                       00011660
           EXIT.                                                        00011670
                                                                        00011680
       5100-ONE-ACCOUNT.                                                00011690
           MOVE WS-LDG-FIRST TO WS-LDG-LAST                             00011700
           PERFORM UNTIL WS-LDG-LAST = WS-LDG-COUNT                     00011710
              OR TBL-LDG-STUDENT-ID (WS-LDG-LAST + 1) NOT =             00011720
                 TBL-LDG-STUDENT-ID (WS-LDG-FIRST)                      00011730
             ADD 1 TO WS-LDG-LAST                                       00011740
           END-PERFORM                                                  00011750
           MOVE SPACES TO STH-STUDENT-NAME                              00011760
           PERFORM VARYING WS-STUD-SUB FROM 1 BY 1                      00011770
                    UNTIL WS-STUD-SUB > WS-STUD-COUNT                   00011780
             IF TBL-STUD-ID (WS-STUD-SUB) =                             00011790
                TBL-LDG-STUDENT-ID (WS-LDG-FIRST)                       00011800
                MOVE TBL-STUD-NAME (WS-STUD-SUB) TO STH-STUDENT-NAME    00011810
             END-IF                                                     00011820
           END-PERFORM                                                  00011830
           PERFORM 5200-AGE-ACCOUNT THRU 5200-EXIT                      00011840
           PERFORM 5300-PRINT-STATEMENT THRU 5300-EXIT                  00011850
           IF WS-ACCT-BALANCE NOT = ZEROES                              00011860
              PERFORM 5400-PRINT-AGING-LINE THRU 5400-EXIT              00011870
           END-IF                                                       00011880
           IF WS-PAST-DUE > ZEROES                                      00011890
              MOVE SPACES TO REG-HOLD-RECORD                            00011900
              MOVE TBL-LDG-STUDENT-ID (WS-LDG-FIRST) TO HLD-STUDENT-ID  00011910
              MOVE WS-PAST-DUE TO HLD-PAST-DUE                          00011920
              MOVE WS-OLDEST-DUE TO HLD-OLDEST-DUE                      00011930
              MOVE WS-RUN-DATE TO HLD-RUN-DATE                          00011940
              WRITE REG-HOLD-RECORD                                     00011950
              ADD 1 TO WS-HOLDS                                         00011960
           END-IF                                                       00011970
           COMPUTE WS-LDG-FIRST = WS-LDG-LAST + 1.                      00011980
       5100-EXIT.                                                       00011990
           EXIT.                                                        00012000
                                                                        00012010
      *> ***************************************************************00012020
      *> THE CREDITS ARE SET AGAINST THE CHARGES OLDEST FIRST; WHAT IS  00012030
      *> LEFT OF EACH CHARGE AGES FROM ITS OWN DUE DATE.  BUCKET 1 IS   00012040
      *> NOT YET DUE, 2 TO 5 ARE 1-30, 31-60, 61-90 AND OVER 90 DAYS    00012050
      *> ***************************************************************00012060
       5200-AGE-ACCOUNT.                                                00012070
           MOVE ZEROES TO WS-ACCT-BALANCE                               00012080
           MOVE ZEROES TO WS-CREDIT-LEFT                                00012090
           MOVE ZEROES TO WS-PAST-DUE                                   00012100
           MOVE ZEROES TO WS-OLDEST-DUE                                 00012110
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1                    00012120
                    UNTIL WS-BUCKET-SUB > 5                             00012130
             MOVE ZEROES TO WS-ACCT-BUCKET (WS-BUCKET-SUB)              00012140
           END-PERFORM                                                  00012150
           PERFORM VARYING WS-LDG-SUB FROM WS-LDG-FIRST BY 1            00012160
                    UNTIL WS-LDG-SUB > WS-LDG-LAST                      00012170
             ADD TBL-LDG-AMOUNT (WS-LDG-SUB) TO WS-ACCT-BALANCE         00012180
             IF TBL-LDG-AMOUNT (WS-LDG-SUB) < ZEROES                    00012190
                SUBTRACT TBL-LDG-AMOUNT (WS-LDG-SUB) FROM               00012200
                   WS-CREDIT-LEFT                                       00012210
             END-IF                                                     00012220
           END-PERFORM                                                  00012230
           IF WS-ACCT-BALANCE NOT > ZEROES                              00012240
              MOVE WS-ACCT-BALANCE TO WS-ACCT-BUCKET (1)                00012250
              GO TO 5200-EXIT                                           00012260
           END-IF                                                       00012270
           PERFORM VARYING WS-LDG-SUB FROM WS-LDG-FIRST BY 1            00012280
                    UNTIL WS-LDG-SUB > WS-LDG-LAST                      00012290
             IF TBL-LDG-AMOUNT (WS-LDG-SUB) > ZEROES                    00012300
                PERFORM 5250-AGE-ONE-CHARGE THRU 5250-EXIT              00012310
             END-IF                                                     00012320
           END-PERFORM.                                                 00012330
       5200-EXIT.                                                       00012340
           EXIT.                                                        00012350
                                                                        00012360
       5250-AGE-ONE-CHARGE.                                             00012370
           MOVE TBL-LDG-AMOUNT (WS-LDG-SUB) TO WS-CHARGE-OPEN           00012380
           IF WS-CREDIT-LEFT NOT < WS-CHARGE-OPEN                       00012390
              SUBTRACT WS-CHARGE-OPEN FROM WS-CREDIT-LEFT               00012400
              GO TO 5250-EXIT                                           00012410
           END-IF                                                       00012420
           SUBTRACT WS-CREDIT-LEFT FROM WS-CHARGE-OPEN                  00012430
           MOVE ZEROES TO WS-CREDIT-LEFT                                00012440
           MOVE TBL-LDG-DUE-DATE (WS-LDG-SUB) TO WS-DN-DATE             00012450
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00012460
           COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-DAYNUM - WS-DN-RESULT    00012470
           EVALUATE TRUE                                                00012480
             WHEN WS-DAYS-PAST-DUE NOT > 0                              00012490
               MOVE 1 TO WS-BUCKET-SUB                                  00012500
             WHEN WS-DAYS-PAST-DUE NOT > 30                             00012510
               MOVE 2 TO WS-BUCKET-SUB                                  00012520
             WHEN WS-DAYS-PAST-DUE NOT > 60                             00012530
               MOVE 3 TO WS-BUCKET-SUB                                  00012540
             WHEN WS-DAYS-PAST-DUE NOT > 90                             00012550
               MOVE 4 TO WS-BUCKET-SUB                                  00012560
             WHEN OTHER                                                 00012570
               MOVE 5 TO WS-BUCKET-SUB                                  00012580
           END-EVALUATE                                                 00012590
           ADD WS-CHARGE-OPEN TO WS-ACCT-BUCKET (WS-BUCKET-SUB)         00012600
           IF WS-BUCKET-SUB > 1                                         00012610
              ADD WS-CHARGE-OPEN TO WS-PAST-DUE                         00012620
              IF WS-OLDEST-DUE = ZEROES                                 00012630
                 OR TBL-LDG-DUE-DATE (WS-LDG-SUB) < WS-OLDEST-DUE       00012640
                 MOVE TBL-LDG-DUE-DATE (WS-LDG-SUB) TO WS-OLDEST-DUE    00012650
              END-IF                                                    00012660
           END-IF.                                                      00012670
       5250-EXIT.                                                       00012680
           EXIT.                                                        00012690
                                                                        00012700
      *> ***************************************************************00012710
      *> THE STATEMENT: THE BALANCE BROUGHT FROM OTHER TERMS, EVERY     00012720
      *> POSTING FOR THE BILLING TERM, THE BALANCE AND WHAT IS PAST DUE 00012730
      *> ***************************************************************00012740
       5300-PRINT-STATEMENT.                                            00012750
           MOVE ZEROES TO WS-PRIOR-BALANCE                              00012760
           MOVE 'N' TO WS-FOUND-SW                                      00012770
           PERFORM VARYING WS-LDG-SUB FROM WS-LDG-FIRST BY 1            00012780
                    UNTIL WS-LDG-SUB > WS-LDG-LAST                      00012790
             IF TBL-LDG-TERM (WS-LDG-SUB) = WS-BILL-TERM                00012800
                SET WS-FOUND TO TRUE                                    00012810
             ELSE                                                       00012820
                ADD TBL-LDG-AMOUNT (WS-LDG-SUB) TO WS-PRIOR-BALANCE     00012830
             END-IF                                                     00012840
           END-PERFORM                                                  00012850
           IF NOT WS-FOUND                                              00012860
              AND WS-ACCT-BALANCE = ZEROES                              00012870
              GO TO 5300-EXIT                                           00012880
           END-IF                                                       00012890
           MOVE WS-BILL-TERM TO STH-TERM                                00012900
           MOVE WS-RUN-DATE TO STH-RUN-DATE                             00012910
           MOVE TBL-LDG-STUDENT-ID (WS-LDG-FIRST) TO STH-STUDENT-ID     00012920
           WRITE STATEMENT-LINE FROM WS-STMT-HDR-1                      00012930
           WRITE STATEMENT-LINE FROM WS-STMT-HDR-2                      00012940
           WRITE STATEMENT-LINE FROM WS-STMT-COL-HDR                    00012950
           IF WS-PRIOR-BALANCE NOT = ZEROES                             00012960
              MOVE WS-PRIOR-BALANCE TO SPR-AMOUNT                       00012970
              WRITE STATEMENT-LINE FROM WS-STMT-PRIOR-LINE              00012980
           END-IF                                                       00012990
           PERFORM VARYING WS-LDG-SUB FROM WS-LDG-FIRST BY 1            00013000
                    UNTIL WS-LDG-SUB > WS-LDG-LAST                      00013010
             IF TBL-LDG-TERM (WS-LDG-SUB) = WS-BILL-TERM                00013020
                MOVE TBL-LDG-POST-DATE (WS-LDG-SUB) TO SDT-POST-DATE    00013030
                MOVE TBL-LDG-TYPE (WS-LDG-SUB) TO SDT-TYPE              00013040
                MOVE TBL-LDG-DESC (WS-LDG-SUB) TO SDT-DESC              00013050
                MOVE TBL-LDG-REFERENCE (WS-LDG-SUB) TO SDT-REFERENCE    00013060
                IF TBL-LDG-DUE-DATE (WS-LDG-SUB) = ZEROES               00013070
                   MOVE SPACES TO SDT-DUE-DATE                          00013080
                ELSE                                                    00013090
                   MOVE TBL-LDG-DUE-DATE (WS-LDG-SUB) TO SDT-DUE-DATE   00013100
                END-IF                                                  00013110
                MOVE TBL-LDG-AMOUNT (WS-LDG-SUB) TO SDT-AMOUNT          00013120
                WRITE STATEMENT-LINE FROM WS-STMT-DTL-LINE              00013130
             END-IF                                                     00013140
           END-PERFORM                                                  00013150
           IF WS-ACCT-BALANCE < ZEROES                                  00013160
              MOVE 'CREDIT BALANCE' TO STT-LABEL                        00013170
           ELSE                                                         00013180
              MOVE 'BALANCE DUE' TO STT-LABEL                           00013190
           END-IF                                                       00013200
           MOVE WS-ACCT-BALANCE TO STT-AMOUNT                           00013210
           WRITE STATEMENT-LINE FROM WS-STMT-TOTAL-LINE                 00013220
           IF WS-PAST-DUE > ZEROES                                      00013230
              MOVE 'PAST DUE - REGISTRATION HOLD UNTIL PAID' TO         00013240
                 STT-LABEL                                              00013250
              MOVE WS-PAST-DUE TO STT-AMOUNT                            00013260
              WRITE STATEMENT-LINE FROM WS-STMT-TOTAL-LINE              00013270
           END-IF                                                       00013280
           ADD 1 TO WS-STATEMENTS.                                      00013290
       5300-EXIT.                                                       00013300
           EXIT.                                                        00013310
                                                                        00013320
       5400-PRINT-AGING-LINE.                                           00013330
           MOVE TBL-LDG-STUDENT-ID (WS-LDG-FIRST) TO AGD-STUDENT-ID     00013340
           MOVE STH-STUDENT-NAME TO AGD-STUDENT-NAME                    00013350
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1                    00013360
                    UNTIL WS-BUCKET-SUB > 5                             00013370
             MOVE WS-ACCT-BUCKET (WS-BUCKET-SUB) TO                     00013380
                AGD-BUCKET (WS-BUCKET-SUB)                              00013390
             ADD WS-ACCT-BUCKET (WS-BUCKET-SUB) TO                      00013400
                WS-GRAND-BUCKET (WS-BUCKET-SUB)                         00013410
           END-PERFORM                                                  00013420
           MOVE WS-ACCT-BALANCE TO AGD-BALANCE                          00013430
           ADD WS-ACCT-BALANCE TO WS-GRAND-BALANCE                      00013440
           ADD 1 TO WS-AGED-ACCOUNTS                                    00013450
           WRITE AGING-RPT-LINE FROM WS-AGE-DTL-LINE.                   00013460
       5400-EXIT.                                                       00013470
           EXIT.                                                        00013480
                                                                        00013490
      *> ***************************************************************00013500
      *> CONVERT WS-DN-DATE (CCYYMMDD) TO A SERIAL DAY NUMBER, THE      00013510
      *> SAME ARITHMETIC THE AUDIT ARCHIVAL USES                        00013520
      *> ***************************************************************00013530
       6000-DATE-TO-DAYNUM.                                             00013540
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1                   00013550
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAPS-4           00013560
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAPS-100       00013570
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAPS-400       00013580
           COMPUTE WS-DN-RESULT =                                       00013590
              (WS-DN-PRIOR-YEARS * 365)                                 00013600
              + WS-DN-LEAPS-4                                           00013610
              - WS-DN-LEAPS-100                                         00013620
              + WS-DN-LEAPS-400                                         00013630
              + CUM-DAYS-TO-MONTH (WS-DN-MM)                            00013640
              + WS-DN-DD                                                00013650
           PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT                  00013660
           IF WS-DN-MM > 2 AND WS-DN-LEAP-YEAR                          00013670
              ADD 1 TO WS-DN-RESULT                                     00013680
           END-IF.                                                      00013690
       6000-EXIT.                                                       00013700
           EXIT.                                                        00013710
                                                                        00013720
       6100-CHECK-LEAP-YEAR.                                            00013730
           MOVE 'N' TO WS-DN-LEAP-SW                                    00013740
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-LEAP-QUOT                00013750
              REMAINDER WS-DN-LEAP-REM                                  00013760
           IF WS-DN-LEAP-REM = 0                                        00013770
              DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-LEAP-QUOT           00013780
                 REMAINDER WS-DN-LEAP-REM                               00013790
              IF WS-DN-LEAP-REM = 0                                     00013800
                 DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-LEAP-QUOT        00013810
                    REMAINDER WS-DN-LEAP-REM                            00013820
                 IF WS-DN-LEAP-REM = 0                                  00013830
                    SET WS-DN-LEAP-YEAR TO TRUE                         00013840
                 END-IF                                                 00013850
              ELSE                                                      00013860
                 SET WS-DN-LEAP-YEAR TO TRUE                            00013870
              END-IF                                                    00013880
           END-IF.                                                      00013890
       6100-EXIT.                                                       00013900
           EXIT.                                                        00013910
                                                                        00013920
       9000-TERMINATE.                                                  00013930
           DISPLAY "===== TUITBILL RUN SUMMARY ====="                   00013940
           DISPLAY "PAYMENTS READ     : " WS-PAYMENTS-READ              00013950
           DISPLAY "PAYMENTS POSTED   : " WS-PAYMENTS-POSTED            00013960
           DISPLAY "PAYMENTS REJECTED : " WS-PAYMENTS-REJECTED          00013970
           DISPLAY "POSTINGS MADE     : " WS-POSTINGS                   00013980
           DISPLAY "TUITION BILLED    : " WS-TOTAL-TUITION              00013990
           DISPLAY "FLAT FEES BILLED  : " WS-TOTAL-FEES                 00014000
           DISPLAY "LATE FEES BILLED  : " WS-TOTAL-LATE-FEES            00014010
           DISPLAY "PAYMENTS APPLIED  : " WS-TOTAL-PAYMENTS             00014020
           DISPLAY "REFUNDS CREDITED  : " WS-TOTAL-REFUNDS              00014030
           DISPLAY "STATEMENTS        : " WS-STATEMENTS                 00014040
           DISPLAY "REGISTRATION HOLDS: " WS-HOLDS                      00014050
           IF FS-PAYMENT-FILE NOT = "35"                                00014060
              CLOSE PAYMENT-FILE                                        00014070
           END-IF                                                       00014080
           CLOSE PAY-REJ-FILE.                                          00014090
       9000-EXIT.                                                       00014100
           EXIT.                                                        00014110
                                                                        00014120
       COPY RSNLOAD.                                                    00014130
                                                                        00014140
       COPY ABENDPAR.                                                   00014150
                                                                        00014160
       COPY PROCDPAR.                                                   00014170
