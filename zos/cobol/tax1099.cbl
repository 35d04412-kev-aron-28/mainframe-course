       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. TAX1099.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * 1099-INT INFORMATION RETURNS FROM THE YEAR-END INTEREST  *      00000090
      * TOTALS.  READS THE PER-CUSTOMER NET INTEREST YEARINT     *      00000100
      * WRITES TO YINTOUT, ADDS THE BACKUP WITHHOLDING ARITH     *      00000110
      * REMITTED DURING THE YEAR (WHLDREM DETAIL, OWNER FOUND    *      00000120
      * THROUGH ACCTXREF), AND FOR EVERY REPORTABLE PAYEE WITH   *      00000130
      * A TIN THAT PASSES THE TINCHK EDIT PRODUCES:              *      00000140
      *   - A PAYEE 'B' RECORD ON THE IRS ELECTRONIC FILING      *      00000150
      *     FILE, FRAMED BY THE TRANSMITTER 'T', PAYER 'A',      *      00000160
      *     END-OF-PAYER 'C' AND END-OF-TRANSMISSION 'F'         *      00000170
      *     RECORDS (750-BYTE PUBLICATION 1220 LAYOUT);          *      00000180
      *   - A RECIPIENT COPY IN THE FULFILLMENT PRINT LAYOUT,    *      00000190
      *     TO THE REVIEW FILE INSTEAD WHEN THE CUSTOMER IS      *      00000200
      *     UNDER A CONTACT SUPPRESSION.                         *      00000210
      * PAYEES WITH NO TIN OR A TIN THAT FAILS THE EDIT ARE      *      00000220
      * HELD ON THE EXCEPTION REPORT, FLAGGED WHEN NONE OF       *      00000230
      * THEIR ACCOUNTS IS UNDER BACKUP WITHHOLDING YET.          *      00000240
      * EVERY AMOUNT FILED IS KEPT ON THE FILED-RETURNS GDG.     *      00000250
      * MODE 'O' FILES PAYEES NOT YET FILED FOR THE YEAR (THE    *      00000260
      * WHOLE YEAR THE FIRST TIME, LATE ADDITIONS AFTER THAT);   *      00000270
      * MODE 'C' IS THE CORRECTED-RETURN CYCLE: A PAYEE WHOSE    *      00000280
      * INTEREST OR WITHHOLDING NO LONGER MATCHES WHAT WAS       *      00000290
      * FILED GETS A 'G' CORRECTED RECORD AND A CORRECTED        *      00000300
      * RECIPIENT COPY, AND THE FILED AMOUNTS ARE REPLACED.      *      00000310
      * ********************************************************        00000320
       ENVIRONMENT DIVISION.                                            00000330
       INPUT-OUTPUT SECTION.                                            00000340
       FILE-CONTROL.                                                    00000350
           SELECT TAX-CTL-FILE                                          00000360
           ASSIGN TO TAXCTL                                             00000370
           ORGANIZATION IS SEQUENTIAL                                   00000380
           FILE STATUS IS FS-TAX-CTL-FILE.                              00000390
           SELECT TOTALS-FILE                                           00000400
           ASSIGN TO YINTOUT                                            00000410
           ORGANIZATION IS SEQUENTIAL                                   00000420
           FILE STATUS IS FS-TOTALS-FILE.                               00000430
           SELECT WHLD-FILE                                             00000440
           ASSIGN TO WHLDSTAT                                           00000450
           ORGANIZATION IS SEQUENTIAL                                   00000460
           FILE STATUS IS FS-WHLD-FILE.                                 00000470
           SELECT WHLD-REM-FILE                                         00000480
           ASSIGN TO WHLDREM                                            00000490
           ORGANIZATION IS SEQUENTIAL                                   00000500
           FILE STATUS IS FS-WHLD-REM-FILE.                             00000510
           SELECT XREF-FILE                                             00000520
           ASSIGN TO ACCTXREF                                           00000530
           ORGANIZATION IS SEQUENTIAL                                   00000540
           FILE STATUS IS FS-XREF-FILE.                                 00000550
           SELECT CUST-MASTER-FILE                                      00000560
           ASSIGN TO CUSTMAST                                           00000570
           ORGANIZATION IS SEQUENTIAL                                   00000580
           FILE STATUS IS FS-CUST-MASTER-FILE.                          00000590
           SELECT FILED-OLD-FILE                                        00000600
           ASSIGN TO TAXFOLD                                            00000610
           ORGANIZATION IS SEQUENTIAL                                   00000620
           FILE STATUS IS FS-FILED-OLD-FILE.                            00000630
           SELECT FILED-NEW-FILE                                        00000640
           ASSIGN TO TAXFNEW                                            00000650
           ORGANIZATION IS SEQUENTIAL                                   00000660
           FILE STATUS IS FS-FILED-NEW-FILE.                            00000670
           SELECT IRS-FILE                                              00000680
           ASSIGN TO IRSOUT                                             00000690
           ORGANIZATION IS SEQUENTIAL                                   00000700
           FILE STATUS IS FS-IRS-FILE.                                  00000710
           SELECT LETTER-FILE                                           00000720
           ASSIGN TO TAXLTR                                             00000730
           ORGANIZATION IS SEQUENTIAL                                   00000740
           FILE STATUS IS FS-LETTER-FILE.                               00000750
           SELECT LETTER-REVW-FILE                                      00000760
           ASSIGN TO TAXREV                                             00000770
           ORGANIZATION IS SEQUENTIAL                                   00000780
           FILE STATUS IS FS-LETTER-REVW-FILE.                          00000790
           SELECT EXCP-RPT-FILE                                         00000800
           ASSIGN TO TAXRPT                                             00000810
           ORGANIZATION IS SEQUENTIAL                                   00000820
           FILE STATUS IS FS-EXCP-RPT-FILE.                             00000830
       DATA DIVISION.                                                   00000840
       FILE SECTION.                                                    00000850
      *> ***************************************************************00000860
      *> CONTROL CARDS, TYPE IN COLUMN 1: 'C' RUN CONTROL (REQUIRED),   00000870
      *> 'P' PAYER NAME AND PHONE, 'A' PAYER ADDRESS                    00000880
      *> ***************************************************************00000890
       FD TAX-CTL-FILE.                                                 00000900
       01 TAX-CTL-REC.                                                  00000910
           05 TC-CARD-TYPE          PIC X(01).                          00000920
               88 TC-CONTROL-CARD    VALUE 'C'.                         00000930
               88 TC-PAYER-CARD      VALUE 'P'.                         00000940
               88 TC-ADDRESS-CARD    VALUE 'A'.                         00000950
           05 FILLER                PIC X(79).                          00000960
       01 TAX-CTL-CONTROL REDEFINES TAX-CTL-REC.                        00000970
           05 FILLER                PIC X(01).                          00000980
           05 TC-YEAR               PIC 9(04).                          00000990
           05 TC-MODE               PIC X(01).                          00001000
           05 TC-TEST-IND           PIC X(01).                          00001010
           05 TC-PAYER-TIN          PIC X(09).                          00001020
           05 TC-TCC                PIC X(05).                          00001030
           05 TC-CONTACT-PHONE      PIC X(15).                          00001040
           05 TC-CONTACT-NAME       PIC X(40).                          00001050
           05 FILLER                PIC X(04).                          00001060
       01 TAX-CTL-PAYER REDEFINES TAX-CTL-REC.                          00001070
           05 FILLER                PIC X(01).                          00001080
           05 TC-PAYER-NAME         PIC X(40).                          00001090
           05 TC-PAYER-NAME-CTL     PIC X(04).                          00001100
           05 TC-PAYER-PHONE        PIC X(15).                          00001110
           05 FILLER                PIC X(20).                          00001120
       01 TAX-CTL-ADDRESS REDEFINES TAX-CTL-REC.                        00001130
           05 FILLER                PIC X(01).                          00001140
           05 TC-PAYER-ADDR         PIC X(40).                          00001150
           05 TC-PAYER-CITY         PIC X(25).                          00001160
           05 TC-PAYER-STATE        PIC X(02).                          00001170
           05 TC-PAYER-ZIP          PIC X(09).                          00001180
           05 FILLER                PIC X(03).                          00001190
                                                                        00001200
      *> ***************************************************************00001210
      *> YEARINT'S MACHINE-READABLE TOTALS: ONE RECORD PER CUSTOMER     00001220
      *> ***************************************************************00001230
       FD TOTALS-FILE.                                                  00001240
       01 TOTALS-RECORD.                                                00001250
           05 YIT-CUST-ID           PIC 9(09).                          00001260
           05 YIT-YEAR              PIC 9(04).                          00001270
           05 YIT-NET-CENTS         PIC S9(13) SIGN LEADING SEPARATE.   00001280
           05 FILLER                PIC X(13).                          00001290
                                                                        00001300
      *> ***************************************************************00001310
      *> THE SAME WITHHOLDING STATUS AND REMITTANCE LAYOUTS ARITH       00001320
      *> READS AND WRITES EACH NIGHT                                    00001330
      *> ***************************************************************00001340
       FD WHLD-FILE.                                                    00001350
       01 WHLD-RECORD.                                                  00001360
           05 WHL-ACCT-NO           PIC 9(09).                          00001370
           05 WHL-STATUS            PIC X(01).                          00001380
           05 WHL-RATE              PIC 9V9999.                         00001390
           05 FILLER                PIC X(25).                          00001400
                                                                        00001410
       FD WHLD-REM-FILE.                                                00001420
       01 WHLD-REM-RECORD.                                              00001430
           05 REM-REC-TYPE          PIC X(01).                          00001440
               88 REM-DETAIL-REC     VALUE 'D'.                         00001450
               88 REM-TRAILER-REC    VALUE 'T'.                         00001460
           05 REM-ACCT-NO           PIC 9(09).                          00001470
           05 REM-TRAN-ID           PIC 9(09).                          00001480
           05 REM-GROSS-CENTS       PIC 9(13).                          00001490
           05 REM-WHLD-CENTS        PIC 9(13).                          00001500
           05 REM-DATE              PIC 9(08).                          00001510
           05 FILLER                PIC X(07).                          00001520
                                                                        00001530
       FD XREF-FILE.                                                    00001540
       COPY ACCTXREF.                                                   00001550
                                                                        00001560
       FD CUST-MASTER-FILE.                                             00001570
       COPY CUSTREC.                                                    00001580
                                                                        00001590
      *> ***************************************************************00001600
      *> FILED-RETURNS HISTORY: WHAT WENT TO THE IRS, ONE RECORD PER    00001610
      *> TAX YEAR AND CUSTOMER.  OLD GENERATION IN, NEW ONE OUT         00001620
      *> ***************************************************************00001630
       FD FILED-OLD-FILE.                                               00001640
       01 FILED-OLD-REC.                                                00001650
           05 FLO-YEAR              PIC 9(04).                          00001660
           05 FLO-CUST-ID           PIC 9(09).                          00001670
           05 FLO-TIN-TYPE          PIC X(01).                          00001680
           05 FLO-TIN               PIC 9(09).                          00001690
           05 FLO-INT-CENTS         PIC 9(13).                          00001700
           05 FLO-WHLD-CENTS        PIC 9(13).                          00001710
           05 FLO-FILED-DATE        PIC 9(08).                          00001720
           05 FLO-STATUS            PIC X(01).                          00001730
           05 FILLER                PIC X(22).                          00001740
                                                                        00001750
       FD FILED-NEW-FILE.                                               00001760
       01 FILED-NEW-REC.                                                00001770
           05 FLN-YEAR              PIC 9(04).                          00001780
           05 FLN-CUST-ID           PIC 9(09).                          00001790
           05 FLN-TIN-TYPE          PIC X(01).                          00001800
           05 FLN-TIN               PIC 9(09).                          00001810
           05 FLN-INT-CENTS         PIC 9(13).                          00001820
           05 FLN-WHLD-CENTS        PIC 9(13).                          00001830
           05 FLN-FILED-DATE        PIC 9(08).                          00001840
           05 FLN-STATUS            PIC X(01).                          00001850
               88 FLN-ORIGINAL       VALUE 'O'.                         00001860
               88 FLN-CORRECTED      VALUE 'C'.                         00001870
           05 FILLER                PIC X(22).                          00001880
                                                                        00001890
       FD IRS-FILE.                                                     00001900
       01 IRS-RECORD                PIC X(750).                         00001910
                                                                        00001920
      *> ***************************************************************00001930
      *> SAME FULFILLMENT LAYOUT AS THE OTHER LETTER FEEDS; THE PRINT   00001940
      *> SHOP OVERLAYS IT ON THE RECIPIENT COPY FORM                    00001950
      *> ***************************************************************00001960
       FD LETTER-FILE.                                                  00001970
       01 LETTER-RECORD.                                                00001980
           05 LTR-DATE              PIC 9(08).                          00001990
           05 LTR-APPL-ID           PIC 9(09).                          00002000
           05 LTR-APPL-NAME         PIC X(20).                          00002010
           05 LTR-PRODUCT-CD        PIC X(04).                          00002020
           05 LTR-DECISION          PIC X(10).                          00002030
           05 LTR-REASON            PIC X(40).                          00002040
           05 LTR-REASON-CODES      PIC X(16).                          00002050
           05 FILLER                PIC X(09).                          00002060
                                                                        00002070
       FD LETTER-REVW-FILE.                                             00002080
       01 LETTER-REVW-RECORD        PIC X(116).                         00002090
                                                                        00002100
       FD EXCP-RPT-FILE.                                                00002110
       01 EXCP-RPT-LINE             PIC X(133).                         00002120
                                                                        00002130
       WORKING-STORAGE SECTION.                                         00002140
       01 FS-TAX-CTL-FILE PIC XX.                                       00002150
       01 FS-TOTALS-FILE PIC XX.                                        00002160
       01 FS-WHLD-FILE PIC XX.                                          00002170
       01 FS-WHLD-REM-FILE PIC XX.                                      00002180
       01 FS-XREF-FILE PIC XX.                                          00002190
       01 FS-CUST-MASTER-FILE PIC XX.                                   00002200
       01 FS-FILED-OLD-FILE PIC XX.                                     00002210
       01 FS-FILED-NEW-FILE PIC XX.                                     00002220
       01 FS-IRS-FILE PIC XX.                                           00002230
       01 FS-LETTER-FILE PIC XX.                                        00002240
       01 FS-LETTER-REVW-FILE PIC XX.                                   00002250
       01 FS-EXCP-RPT-FILE PIC XX.                                      00002260
                                                                        00002270
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00002280
           88 WS-EOF VALUE 'Y'.                                         00002290
       01 WS-CTL-EOF-SW PIC X(01) VALUE 'N'.                            00002300
           88 WS-CTL-EOF VALUE 'Y'.                                     00002310
       01 WS-XREF-EOF-SW PIC X(01) VALUE 'N'.                           00002320
           88 WS-XREF-EOF VALUE 'Y'.                                    00002330
       01 WS-CUST-EOF-SW PIC X(01) VALUE 'N'.                           00002340
           88 WS-CUST-EOF VALUE 'Y'.                                    00002350
       01 WS-WHLD-EOF-SW PIC X(01) VALUE 'N'.                           00002360
           88 WS-WHLD-EOF VALUE 'Y'.                                    00002370
       01 WS-FILED-EOF-SW PIC X(01) VALUE 'N'.                          00002380
           88 WS-FILED-EOF VALUE 'Y'.                                   00002390
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00002400
           88 WS-FOUND VALUE 'Y'.                                       00002410
       01 WS-CONTROL-SEEN-SW PIC X(01) VALUE 'N'.                       00002420
           88 WS-CONTROL-SEEN VALUE 'Y'.                                00002430
       01 WS-PAYER-SEEN-SW PIC X(01) VALUE 'N'.                         00002440
           88 WS-PAYER-SEEN VALUE 'Y'.                                  00002450
       01 WS-ADDRESS-SEEN-SW PIC X(01) VALUE 'N'.                       00002460
           88 WS-ADDRESS-SEEN VALUE 'Y'.                                00002470
       01 WS-BACKUP-SW PIC X(01) VALUE 'N'.                             00002480
           88 WS-UNDER-BACKUP VALUE 'Y'.                                00002490
                                                                        00002500
      *> ***************************************************************00002510
      *> RUN CONTROL AND PAYER IDENTITY FROM THE CARDS                  00002520
      *> ***************************************************************00002530
       01 WS-TAX-YEAR PIC 9(04) VALUE ZEROES.                           00002540
       01 WS-RUN-MODE PIC X(01) VALUE SPACE.                            00002550
           88 WS-MODE-ORIGINAL VALUE 'O'.                               00002560
           88 WS-MODE-CORRECTION VALUE 'C'.                             00002570
       01 WS-TEST-IND PIC X(01) VALUE SPACE.                            00002580
       01 WS-PAYER-TIN PIC 9(09) VALUE ZEROES.                          00002590
       01 WS-TCC PIC X(05) VALUE SPACES.                                00002600
       01 WS-CONTACT-NAME PIC X(40) VALUE SPACES.                       00002610
       01 WS-CONTACT-PHONE PIC X(15) VALUE SPACES.                      00002620
       01 WS-PAYER-NAME PIC X(40) VALUE SPACES.                         00002630
       01 WS-PAYER-NAME-CTL PIC X(04) VALUE SPACES.                     00002640
       01 WS-PAYER-PHONE PIC X(15) VALUE SPACES.                        00002650
       01 WS-PAYER-ADDR PIC X(40) VALUE SPACES.                         00002660
       01 WS-PAYER-CITY PIC X(25) VALUE SPACES.                         00002670
       01 WS-PAYER-STATE PIC X(02) VALUE SPACES.                        00002680
       01 WS-PAYER-ZIP PIC X(09) VALUE SPACES.                          00002690
                                                                        00002700
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00002710
       01 WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.                      00002720
           05 WS-RUN-YYYY PIC 9(04).                                    00002730
           05 WS-RUN-MMDD PIC 9(04).                                    00002740
       01 WS-REM-YEAR PIC 9(04) VALUE ZEROES.                           00002750
       01 WS-PRIOR-YEAR PIC 9(04) VALUE ZEROES.                         00002760
                                                                        00002770
      *> ***************************************************************00002780
      *> A 1099-INT IS REQUIRED AT TEN DOLLARS OF INTEREST, OR FOR ANY  00002790
      *> BACKUP WITHHOLDING AT ALL                                      00002800
      *> ***************************************************************00002810
       01 WS-MIN-REPORT-CENTS PIC 9(13) VALUE 1000.                     00002820
                                                                        00002830
       01 WS-XREF-TABLE.                                                00002840
           05 WS-XREF-ENTRY OCCURS 500 TIMES.                           00002850
               10 TBL-AXR-ACCT-NO       PIC 9(09).                      00002860
               10 TBL-AXR-CUST-ID       PIC 9(09).                      00002870
               10 TBL-AXR-STATUS        PIC X(01).                      00002880
       01 WS-XREF-COUNT PIC 9(03) VALUE ZEROES.                         00002890
       01 WS-XREF-MAX PIC 9(03) VALUE 500.                              00002900
       01 WS-XREF-SUB PIC 9(03) VALUE ZEROES.                           00002910
                                                                        00002920
       01 WS-CUST-TABLE.                                                00002930
           05 WS-CUST-ENTRY OCCURS 500 TIMES.                           00002940
               10 TBL-CUST-ID           PIC 9(09).                      00002950
               10 TBL-CUST-FIRST        PIC X(20).                      00002960
               10 TBL-CUST-LAST         PIC X(20).                      00002970
               10 TBL-CUST-NAME-CTL     PIC X(04).                      00002980
               10 TBL-CUST-ADDR         PIC X(30).                      00002990
               10 TBL-CUST-CITY         PIC X(20).                      00003000
               10 TBL-CUST-STATE        PIC X(02).                      00003010
               10 TBL-CUST-ZIP.                                         00003020
                   15 TBL-CUST-ZIP5     PIC X(05).                      00003030
                   15 TBL-CUST-ZIP-DASH PIC X(01).                      00003040
                   15 TBL-CUST-ZIP4     PIC X(04).                      00003050
               10 TBL-CUST-SUPP         PIC X(01).                      00003060
               10 TBL-CUST-TIN-TYPE     PIC X(01).                      00003070
               10 TBL-CUST-TIN          PIC 9(09).                      00003080
       01 WS-CUST-COUNT PIC 9(03) VALUE ZEROES.                         00003090
       01 WS-CUST-MAX PIC 9(03) VALUE 500.                              00003100
       01 WS-CUST-SUB PIC 9(03) VALUE ZEROES.                           00003110
                                                                        00003120
       01 WS-WHLD-TABLE.                                                00003130
           05 WS-WHLD-ENTRY OCCURS 200 TIMES.                           00003140
               10 TBL-WHL-ACCT-NO       PIC 9(09).                      00003150
       01 WS-WHLD-COUNT PIC 9(03) VALUE ZEROES.                         00003160
       01 WS-WHLD-MAX PIC 9(03) VALUE 200.                              00003170
       01 WS-WHLD-SUB PIC 9(03) VALUE ZEROES.                           00003180
                                                                        00003190
      *> ***************************************************************00003200
      *> ONE ENTRY PER CUSTOMER WITH INTEREST OR WITHHOLDING FOR THE    00003210
      *> YEAR, AND WHAT THIS RUN DECIDED TO FILE FOR THEM               00003220
      *> ***************************************************************00003230
       01 WS-PAYEE-TABLE.                                               00003240
           05 WS-PAYEE-ENTRY OCCURS 500 TIMES.                          00003250
               10 TBL-PAY-CUST-ID       PIC 9(09).                      00003260
               10 TBL-PAY-INT-CENTS     PIC S9(13) COMP-3.              00003270
               10 TBL-PAY-WHLD-CENTS    PIC S9(13) COMP-3.              00003280
               10 TBL-PAY-CUST-SUB      PIC 9(03).                      00003290
               10 TBL-PAY-FILED-SUB     PIC 9(03).                      00003300
               10 TBL-PAY-ACTION        PIC X(01).                      00003310
                   88 TBL-PAY-NO-ACTION  VALUE ' '.                     00003320
                   88 TBL-PAY-ORIGINAL   VALUE 'O'.                     00003330
                   88 TBL-PAY-CORRECTED  VALUE 'G'.                     00003340
       01 WS-PAY-COUNT PIC 9(03) VALUE ZEROES.                          00003350
       01 WS-PAY-MAX PIC 9(03) VALUE 500.                               00003360
       01 WS-PAY-SUB PIC 9(03) VALUE ZEROES.                            00003370
       01 WS-PAY-DROPPED PIC 9(07) VALUE ZEROES.                        00003380
                                                                        00003390
      *> ***************************************************************00003400
      *> THIS TAX YEAR'S FILED-RETURNS HISTORY; OTHER YEARS PASS        00003410
      *> STRAIGHT THROUGH TO THE NEW GENERATION                         00003420
      *> ***************************************************************00003430
       01 WS-FILED-TABLE.                                               00003440
           05 WS-FILED-ENTRY OCCURS 500 TIMES.                          00003450
               10 TBL-FIL-CUST-ID       PIC 9(09).                      00003460
               10 TBL-FIL-TIN-TYPE      PIC X(01).                      00003470
               10 TBL-FIL-TIN           PIC 9(09).                      00003480
               10 TBL-FIL-INT-CENTS     PIC 9(13).                      00003490
               10 TBL-FIL-WHLD-CENTS    PIC 9(13).                      00003500
               10 TBL-FIL-DATE          PIC 9(08).                      00003510
               10 TBL-FIL-STATUS        PIC X(01).                      00003520
               10 TBL-FIL-MATCHED       PIC X(01).                      00003530
       01 WS-FIL-COUNT PIC 9(03) VALUE ZEROES.                          00003540
       01 WS-FIL-MAX PIC 9(03) VALUE 500.                               00003550
       01 WS-FIL-SUB PIC 9(03) VALUE ZEROES.                            00003560
       01 WS-UNM-SUB PIC 9(03) VALUE ZEROES.                            00003570
                                                                        00003580
       01 WS-WORK-CUST-ID PIC 9(09) VALUE ZEROES.                       00003590
       01 WS-WORK-INT-CENTS PIC 9(13) VALUE ZEROES.                     00003600
       01 WS-WORK-WHLD-CENTS PIC 9(13) VALUE ZEROES.                    00003610
       01 WS-HOLD-REASON PIC X(40) VALUE SPACES.                        00003620
       01 WS-IRS-SEQ PIC 9(08) VALUE ZEROES.                            00003630
       01 WS-FILE-COUNT PIC 9(08) VALUE ZEROES.                         00003640
       01 WS-CTL-INT-TOTAL PIC 9(16) VALUE ZEROES.                      00003650
       01 WS-CTL-WHLD-TOTAL PIC 9(16) VALUE ZEROES.                     00003660
       01 WS-AMT-SUB PIC 9(02) VALUE ZEROES.                            00003670
       01 WS-DOLLARS PIC S9(11)V99 COMP-3 VALUE ZEROES.                 00003680
       01 WS-INT-ED PIC Z(08)9.99 VALUE SPACES.                         00003690
       01 WS-WHLD-ED PIC Z(08)9.99 VALUE SPACES.                        00003700
       01 WS-MASKED-TIN PIC X(16) VALUE SPACES.                         00003710
       01 WS-TIN-LAST4 PIC 9(04) VALUE ZEROES.                          00003720
                                                                        00003730
       01 WS-YINT-READ PIC 9(07) VALUE ZEROES.                          00003740
       01 WS-REM-READ PIC 9(07) VALUE ZEROES.                           00003750
       01 WS-REM-NO-OWNER PIC 9(07) VALUE ZEROES.                       00003760
       01 WS-FILED-CARRIED PIC 9(07) VALUE ZEROES.                      00003770
       01 WS-BELOW-THRESHOLD PIC 9(07) VALUE ZEROES.                    00003780
       01 WS-ALREADY-FILED PIC 9(07) VALUE ZEROES.                      00003790
       01 WS-UNCHANGED PIC 9(07) VALUE ZEROES.                          00003800
       01 WS-ORIGINALS PIC 9(07) VALUE ZEROES.                          00003810
       01 WS-CORRECTIONS PIC 9(07) VALUE ZEROES.                        00003820
       01 WS-HELD PIC 9(07) VALUE ZEROES.                               00003830
       01 WS-COPIES-WRITTEN PIC 9(07) VALUE ZEROES.                     00003840
       01 WS-COPIES-SUPPRESSED PIC 9(07) VALUE ZEROES.                  00003850
       COPY ABENDCPY.                                                   00003860
       COPY TINWS.                                                      00003870
                                                                        00003880
      *> ***************************************************************00003890
      *> IRS ELECTRONIC FILING RECORDS, 750 BYTES EACH, POSITIONS PER   00003900
      *> PUBLICATION 1220.  FIELDS THIS PAYER NEVER USES ARE FILLER     00003910
      *> ***************************************************************00003920
       01 WS-IRS-T-REC.                                                 00003930
           05 IRT-REC-TYPE          PIC X(01) VALUE 'T'.                00003940
           05 IRT-YEAR              PIC 9(04).                          00003950
           05 IRT-PRIOR-YEAR-IND    PIC X(01).                          00003960
           05 IRT-TIN               PIC 9(09).                          00003970
           05 IRT-TCC               PIC X(05).                          00003980
           05 FILLER                PIC X(07) VALUE SPACES.             00003990
           05 IRT-TEST-IND          PIC X(01).                          00004000
           05 IRT-FOREIGN-IND       PIC X(01) VALUE SPACE.              00004010
           05 IRT-TRANSMITTER-NAME  PIC X(40).                          00004020
           05 IRT-TRANSMITTER-NAME2 PIC X(40) VALUE SPACES.             00004030
           05 IRT-COMPANY-NAME      PIC X(40).                          00004040
           05 IRT-COMPANY-NAME2     PIC X(40) VALUE SPACES.             00004050
           05 IRT-COMPANY-ADDR      PIC X(40).                          00004060
           05 IRT-COMPANY-CITY      PIC X(40).                          00004070
           05 IRT-COMPANY-STATE     PIC X(02).                          00004080
           05 IRT-COMPANY-ZIP       PIC X(09).                          00004090
           05 FILLER                PIC X(15) VALUE SPACES.             00004100
           05 IRT-PAYEE-COUNT       PIC 9(08).                          00004110
           05 IRT-CONTACT-NAME      PIC X(40).                          00004120
           05 IRT-CONTACT-PHONE     PIC X(15).                          00004130
           05 IRT-CONTACT-EMAIL     PIC X(50) VALUE SPACES.             00004140
           05 FILLER                PIC X(91) VALUE SPACES.             00004150
           05 IRT-SEQ               PIC 9(08).                          00004160
           05 FILLER                PIC X(10) VALUE SPACES.             00004170
           05 IRT-VENDOR-IND        PIC X(01) VALUE 'I'.                00004180
           05 FILLER                PIC X(232) VALUE SPACES.            00004190
                                                                        00004200
       01 WS-IRS-A-REC.                                                 00004210
           05 IRA-REC-TYPE          PIC X(01) VALUE 'A'.                00004220
           05 IRA-YEAR              PIC 9(04).                          00004230
           05 IRA-COMBINED-IND      PIC X(01) VALUE SPACE.              00004240
           05 FILLER                PIC X(05) VALUE SPACES.             00004250
           05 IRA-PAYER-TIN         PIC 9(09).                          00004260
           05 IRA-NAME-CTL          PIC X(04).                          00004270
           05 IRA-LAST-FILING-IND   PIC X(01) VALUE SPACE.              00004280
           05 IRA-RETURN-TYPE       PIC X(02) VALUE '6 '.               00004290
           05 IRA-AMOUNT-CODES      PIC X(18) VALUE '14'.               00004300
           05 FILLER                PIC X(06) VALUE SPACES.             00004310
           05 IRA-FOREIGN-IND       PIC X(01) VALUE SPACE.              00004320
           05 IRA-PAYER-NAME        PIC X(40).                          00004330
           05 IRA-PAYER-NAME2       PIC X(40) VALUE SPACES.             00004340
           05 IRA-TRANSFER-AGENT    PIC X(01) VALUE '0'.                00004350
           05 IRA-PAYER-ADDR        PIC X(40).                          00004360
           05 IRA-PAYER-CITY        PIC X(40).                          00004370
           05 IRA-PAYER-STATE       PIC X(02).                          00004380
           05 IRA-PAYER-ZIP         PIC X(09).                          00004390
           05 IRA-PAYER-PHONE       PIC X(15).                          00004400
           05 FILLER                PIC X(260) VALUE SPACES.            00004410
           05 IRA-SEQ               PIC 9(08).                          00004420
           05 FILLER                PIC X(243) VALUE SPACES.            00004430
                                                                        00004440
       01 WS-IRS-B-REC.                                                 00004450
           05 IRB-REC-TYPE          PIC X(01) VALUE 'B'.                00004460
           05 IRB-YEAR              PIC 9(04).                          00004470
           05 IRB-CORRECTED-IND     PIC X(01).                          00004480
           05 IRB-NAME-CTL          PIC X(04).                          00004490
           05 IRB-TIN-TYPE          PIC X(01).                          00004500
           05 IRB-TIN               PIC 9(09).                          00004510
           05 IRB-ACCOUNT-NO        PIC X(20).                          00004520
           05 IRB-OFFICE-CODE       PIC X(04) VALUE SPACES.             00004530
           05 FILLER                PIC X(10) VALUE SPACES.             00004540
           05 IRB-AMOUNT            PIC 9(12) OCCURS 16 TIMES.          00004550
           05 IRB-FOREIGN-IND       PIC X(01) VALUE SPACE.              00004560
           05 IRB-PAYEE-NAME        PIC X(40).                          00004570
           05 IRB-PAYEE-NAME2       PIC X(40) VALUE SPACES.             00004580
           05 FILLER                PIC X(40) VALUE SPACES.             00004590
           05 IRB-PAYEE-ADDR        PIC X(40).                          00004600
           05 FILLER                PIC X(40) VALUE SPACES.             00004610
           05 IRB-PAYEE-CITY        PIC X(40).                          00004620
           05 IRB-PAYEE-STATE       PIC X(02).                          00004630
           05 IRB-PAYEE-ZIP         PIC X(09).                          00004640
           05 FILLER                PIC X(01) VALUE SPACE.              00004650
           05 IRB-SEQ               PIC 9(08).                          00004660
           05 FILLER                PIC X(36) VALUE SPACES.             00004670
           05 IRB-SECOND-TIN-NOTICE PIC X(01) VALUE SPACE.              00004680
           05 FILLER                PIC X(206) VALUE SPACES.            00004690
                                                                        00004700
       01 WS-IRS-C-REC.                                                 00004710
           05 IRC-REC-TYPE          PIC X(01) VALUE 'C'.                00004720
           05 IRC-PAYEE-COUNT       PIC 9(08).                          00004730
           05 FILLER                PIC X(06) VALUE SPACES.             00004740
           05 IRC-CONTROL-TOTAL     PIC 9(16)V99 OCCURS 16 TIMES.       00004750
           05 FILLER                PIC X(196) VALUE SPACES.            00004760
           05 IRC-SEQ               PIC 9(08).                          00004770
           05 FILLER                PIC X(243) VALUE SPACES.            00004780
                                                                        00004790
       01 WS-IRS-F-REC.                                                 00004800
           05 IRF-REC-TYPE          PIC X(01) VALUE 'F'.                00004810
           05 IRF-A-COUNT           PIC 9(08).                          00004820
           05 IRF-ZEROES            PIC 9(21) VALUE ZEROES.             00004830
           05 FILLER                PIC X(19) VALUE SPACES.             00004840
           05 IRF-PAYEE-COUNT       PIC 9(08).                          00004850
           05 FILLER                PIC X(442) VALUE SPACES.            00004860
           05 IRF-SEQ               PIC 9(08).                          00004870
           05 FILLER                PIC X(243) VALUE SPACES.            00004880
                                                                        00004890
       01 WS-HDR-LINE-1.                                                00004900
           05 FILLER PIC X(01) VALUE '1'.                               00004910
           05 FILLER PIC X(40)                                          00004920
              VALUE 'TAX1099 - 1099-INT FILING EXCEPTIONS'.             00004930
           05 FILLER PIC X(10) VALUE 'TAX YEAR '.                       00004940
           05 HDR-TAX-YEAR PIC 9(04).                                   00004950
           05 FILLER PIC X(07) VALUE '  MODE '.                         00004960
           05 HDR-MODE PIC X(01).                                       00004970
           05 FILLER PIC X(12) VALUE '  RUN DATE '.                     00004980
           05 HDR-RUN-DATE PIC 9(08).                                   00004990
                                                                        00005000
       01 WS-HDR-LINE-2.                                                00005010
           05 FILLER PIC X(01) VALUE '0'.                               00005020
           05 FILLER PIC X(11) VALUE 'CUSTOMER'.                        00005030
           05 FILLER PIC X(21) VALUE 'NAME'.                            00005040
           05 FILLER PIC X(14) VALUE '      INTEREST'.                  00005050
           05 FILLER PIC X(14) VALUE '      WITHHELD'.                  00005060
           05 FILLER PIC X(02) VALUE SPACES.                            00005070
           05 FILLER PIC X(40) VALUE 'REASON HELD'.                     00005080
                                                                        00005090
       01 WS-DTL-LINE.                                                  00005100
           05 FILLER PIC X(01) VALUE SPACE.                             00005110
           05 DTL-CUST-ID PIC Z(08)9.                                   00005120
           05 FILLER PIC X(02) VALUE SPACES.                            00005130
           05 DTL-NAME PIC X(20).                                       00005140
           05 FILLER PIC X(01) VALUE SPACE.                             00005150
           05 DTL-INT PIC Z(09)9.99.                                    00005160
           05 FILLER PIC X(01) VALUE SPACE.                             00005170
           05 DTL-WHLD PIC Z(09)9.99.                                   00005180
           05 FILLER PIC X(02) VALUE SPACES.                            00005190
           05 DTL-REASON PIC X(40).                                     00005200
                                                                        00005210
       01 WS-TOTAL-LINE.                                                00005220
           05 FILLER PIC X(01) VALUE '0'.                               00005230
           05 TOT-LABEL PIC X(30).                                      00005240
           05 TOT-COUNT PIC Z(06)9.                                     00005250
                                                                        00005260
       PROCEDURE DIVISION.                                              00005270
       0000-MAIN.                                                       00005280
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00005290
           PERFORM 2000-LOAD-INTEREST THRU 2000-EXIT                    00005300
           PERFORM 2200-LOAD-WITHHOLDING THRU 2200-EXIT                 00005310
           PERFORM 2400-LOAD-FILED THRU 2400-EXIT                       00005320
           PERFORM 3000-SELECT-PAYEES THRU 3000-EXIT                    00005330
           PERFORM 4000-WRITE-IRS-FILE THRU 4000-EXIT                   00005340
           PERFORM 5000-WRITE-FILED THRU 5000-EXIT                      00005350
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00005360
           IF WS-HELD > 0                                               00005370
              OR WS-PAY-DROPPED > 0                                     00005380
              SET RC-WARNING TO TRUE                                    00005390
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00005400
           END-IF                                                       00005410
           GOBACK.                                                      00005420
                                                                        00005430
       1000-INITIALIZE.                                                 00005440
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00005450
           PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT               00005460
           PERFORM 1200-LOAD-XREF THRU 1200-EXIT                        00005470
           PERFORM 1300-LOAD-CUSTOMERS THRU 1300-EXIT                   00005480
           PERFORM 1400-LOAD-WHLD-STATUS THRU 1400-EXIT                 00005490
                                                                        00005500
           OPEN OUTPUT FILED-NEW-FILE                                   00005510
           IF FS-FILED-NEW-FILE NOT = "00"                              00005520
              MOVE "OPEN FAILED ON FILED-NEW-FILE" TO WS-ABEND-MESSAGE  00005530
              GO TO 9999-ABEND                                          00005540
           END-IF                                                       00005550
           OPEN OUTPUT IRS-FILE                                         00005560
           IF FS-IRS-FILE NOT = "00"                                    00005570
              MOVE "OPEN FAILED ON IRS-FILE" TO WS-ABEND-MESSAGE        00005580
              GO TO 9999-ABEND                                          00005590
           END-IF                                                       00005600
           OPEN OUTPUT LETTER-FILE                                      00005610
           IF FS-LETTER-FILE NOT = "00"                                 00005620
              MOVE "OPEN FAILED ON LETTER-FILE" TO WS-ABEND-MESSAGE     00005630
              GO TO 9999-ABEND                                          00005640
           END-IF                                                       00005650
           OPEN OUTPUT LETTER-REVW-FILE                                 00005660
           IF FS-LETTER-REVW-FILE NOT = "00"                            00005670
              MOVE "OPEN FAILED ON LETTER-REVW-FILE" TO                 00005680
                 WS-ABEND-MESSAGE                                       00005690
              GO TO 9999-ABEND                                          00005700
           END-IF                                                       00005710
           OPEN OUTPUT EXCP-RPT-FILE                                    00005720
           IF FS-EXCP-RPT-FILE NOT = "00"                               00005730
              MOVE "OPEN FAILED ON EXCP-RPT-FILE" TO WS-ABEND-MESSAGE   00005740
              GO TO 9999-ABEND                                          00005750
           END-IF                                                       00005760
           MOVE WS-TAX-YEAR TO HDR-TAX-YEAR                             00005770
           MOVE WS-RUN-MODE TO HDR-MODE                                 00005780
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00005790
           WRITE EXCP-RPT-LINE FROM WS-HDR-LINE-1                       00005800
           WRITE EXCP-RPT-LINE FROM WS-HDR-LINE-2.                      00005810
       1000-EXIT.                                                       00005820
           EXIT.                                                        00005830
                                                                        00005840
      *> ***************************************************************00005850
      *> THE CONTROL CARD IS REQUIRED AND ITS PAYER TIN MUST PASS THE   00005860
      *> EIN EDIT; THE PAYER NAME AND ADDRESS CARDS ARE REQUIRED TOO,   00005870
      *> SINCE NEITHER THE 'T' NOR THE 'A' RECORD IS VALID WITHOUT THEM 00005880
      *> ***************************************************************00005890
       1100-READ-CONTROL-CARDS.                                         00005900
           OPEN INPUT TAX-CTL-FILE                                      00005910
           IF FS-TAX-CTL-FILE NOT = "00"                                00005920
              MOVE "OPEN FAILED ON TAX-CTL-FILE" TO WS-ABEND-MESSAGE    00005930
              GO TO 9999-ABEND                                          00005940
           END-IF                                                       00005950
           PERFORM UNTIL WS-CTL-EOF                                     00005960
             READ TAX-CTL-FILE                                          00005970
               AT END                                                   00005980
                 SET WS-CTL-EOF TO TRUE                                 00005990
               NOT AT END                                               00006000
                 PERFORM 1150-TAKE-CARD THRU 1150-EXIT                  00006010
             END-READ                                                   00006020
           END-PERFORM                                                  00006030
           CLOSE TAX-CTL-FILE                                           00006040
                                                                        00006050
           IF NOT WS-CONTROL-SEEN                                       00006060
              OR NOT WS-PAYER-SEEN                                      00006070
              OR NOT WS-ADDRESS-SEEN                                    00006080
              MOVE "CONTROL, PAYER AND ADDRESS CARDS REQUIRED" TO       00006090
                 WS-ABEND-MESSAGE                                       00006100
              GO TO 9999-ABEND                                          00006110
           END-IF                                                       00006120
           IF WS-TAX-YEAR NOT NUMERIC                                   00006130
              OR WS-TAX-YEAR = ZEROES                                   00006140
              MOVE "BAD TAX YEAR ON CONTROL CARD" TO WS-ABEND-MESSAGE   00006150
              GO TO 9999-ABEND                                          00006160
           END-IF                                                       00006170
           IF NOT WS-MODE-ORIGINAL                                      00006180
              AND NOT WS-MODE-CORRECTION                                00006190
              MOVE "RUN MODE NOT O OR C" TO WS-ABEND-MESSAGE            00006200
              GO TO 9999-ABEND                                          00006210
           END-IF                                                       00006220
           MOVE 'E' TO WS-TIN-TYPE                                      00006230
           MOVE WS-PAYER-TIN TO WS-TIN-NUM                              00006240
           PERFORM 8300-EDIT-TIN THRU 8300-EXIT                         00006250
           IF NOT WS-TIN-OK                                             00006260
              MOVE SPACES TO WS-ABEND-MESSAGE                           00006270
              STRING "PAYER TIN: " WS-TIN-REASON                        00006280
                 DELIMITED BY SIZE INTO WS-ABEND-MESSAGE                00006290
              GO TO 9999-ABEND                                          00006300
           END-IF                                                       00006310
           IF WS-PAYER-NAME-CTL = SPACES                                00006320
              MOVE WS-PAYER-NAME TO WS-PAYER-NAME-CTL                   00006330
           END-IF                                                       00006340
           COMPUTE WS-PRIOR-YEAR = WS-RUN-YYYY - 1                      00006350
           DISPLAY "TAX YEAR " WS-TAX-YEAR " MODE " WS-RUN-MODE         00006360
              " TEST IND '" WS-TEST-IND "'".                            00006370
       1100-EXIT.                                                       00006380
           EXIT.                                                        00006390
                                                                        00006400
       1150-TAKE-CARD.                                                  00006410
           EVALUATE TRUE                                                00006420
             WHEN TC-CONTROL-CARD                                       00006430
               SET WS-CONTROL-SEEN TO TRUE                              00006440
               MOVE TC-YEAR TO WS-TAX-YEAR                              00006450
               MOVE TC-MODE TO WS-RUN-MODE                              00006460
               MOVE TC-TEST-IND TO WS-TEST-IND                          00006470
               IF TC-PAYER-TIN NUMERIC                                  00006480
                  MOVE TC-PAYER-TIN TO WS-PAYER-TIN                     00006490
               END-IF                                                   00006500
               MOVE TC-TCC TO WS-TCC                                    00006510
               MOVE TC-CONTACT-PHONE TO WS-CONTACT-PHONE                00006520
               MOVE TC-CONTACT-NAME TO WS-CONTACT-NAME                  00006530
             WHEN TC-PAYER-CARD                                         00006540
               SET WS-PAYER-SEEN TO TRUE                                00006550
               MOVE TC-PAYER-NAME TO WS-PAYER-NAME                      00006560
               MOVE TC-PAYER-NAME-CTL TO WS-PAYER-NAME-CTL              00006570
               MOVE TC-PAYER-PHONE TO WS-PAYER-PHONE                    00006580
             WHEN TC-ADDRESS-CARD                                       00006590
               SET WS-ADDRESS-SEEN TO TRUE                              00006600
               MOVE TC-PAYER-ADDR TO WS-PAYER-ADDR                      00006610
               MOVE TC-PAYER-CITY TO WS-PAYER-CITY                      00006620
               MOVE TC-PAYER-STATE TO WS-PAYER-STATE                    00006630
               MOVE TC-PAYER-ZIP TO WS-PAYER-ZIP                        00006640
             WHEN OTHER                                                 00006650
               DISPLAY "CONTROL CARD TYPE IGNORED: " TC-CARD-TYPE       00006660
           END-EVALUATE.                                                00006670
       1150-EXIT.                                                       00006680
           EXIT.                                                        00006690
                                                                        00006700
       1200-LOAD-XREF.                                                  00006710
           OPEN INPUT XREF-FILE                                         00006720
           EVALUATE FS-XREF-FILE                                        00006730
             WHEN "00"                                                  00006740
               PERFORM UNTIL WS-XREF-EOF                                00006750
                 READ XREF-FILE                                         00006760
                   AT END                                               00006770
                     SET WS-XREF-EOF TO TRUE                            00006780
                   NOT AT END                                           00006790
                     IF WS-XREF-COUNT < WS-XREF-MAX                     00006800
                        ADD 1 TO WS-XREF-COUNT                          00006810
                        MOVE AXR-ACCT-NO TO                             00006820
                           TBL-AXR-ACCT-NO (WS-XREF-COUNT)              00006830
                        MOVE AXR-CUST-ID TO                             00006840
                           TBL-AXR-CUST-ID (WS-XREF-COUNT)              00006850
                        MOVE AXR-STATUS TO                              00006860
                           TBL-AXR-STATUS (WS-XREF-COUNT)               00006870
                     ELSE                                               00006880
                        DISPLAY "XREF TABLE FULL, ENTRY DROPPED: "      00006890
                          AXR-ACCT-NO                                   00006900
                     END-IF                                             00006910
                 END-READ                                               00006920
               END-PERFORM                                              00006930
               CLOSE XREF-FILE                                          00006940
             WHEN "35"                                                  00006950
               MOVE "XREF DATASET NOT FOUND" TO WS-ABEND-MESSAGE        00006960
               GO TO 9999-ABEND                                         00006970
             WHEN OTHER                                                 00006980
               MOVE "OPEN FAILED ON XREF-FILE" TO WS-ABEND-MESSAGE      00006990
               GO TO 9999-ABEND                                         00007000
           END-EVALUATE.                                                00007010
       1200-EXIT.                                                       00007020
           EXIT.                                                        00007030
                                                                        00007040
      *> ***************************************************************00007050
      *> NAME, ADDRESS, SUPPRESSION AND TIN PER CUSTOMER.  A TIN THAT   00007060
      *> WAS NEVER CERTIFIED STILL HOLDS THE OLD FILLER'S SPACES, SO    00007070
      *> ANYTHING NOT NUMERIC IS TAKEN AS NO TIN AT ALL                 00007080
      *> ***************************************************************00007090
       1300-LOAD-CUSTOMERS.                                             00007100
           OPEN INPUT CUST-MASTER-FILE                                  00007110
           EVALUATE FS-CUST-MASTER-FILE                                 00007120
             WHEN "00"                                                  00007130
               PERFORM UNTIL WS-CUST-EOF                                00007140
                 READ CUST-MASTER-FILE                                  00007150
                   AT END                                               00007160
                     SET WS-CUST-EOF TO TRUE                            00007170
                   NOT AT END                                           00007180
                     IF WS-CUST-COUNT < WS-CUST-MAX                     00007190
                        ADD 1 TO WS-CUST-COUNT                          00007200
                        MOVE CUST-ID TO TBL-CUST-ID (WS-CUST-COUNT)     00007210
                        MOVE CUST-FIRST-NAME TO                         00007220
                           TBL-CUST-FIRST (WS-CUST-COUNT)               00007230
                        MOVE CUST-LAST-NAME TO                          00007240
                           TBL-CUST-LAST (WS-CUST-COUNT)                00007250
                        MOVE CUST-LAST-NAME TO                          00007260
                           TBL-CUST-NAME-CTL (WS-CUST-COUNT)            00007270
                        MOVE CUST-ADDR-LINE1 TO                         00007280
                           TBL-CUST-ADDR (WS-CUST-COUNT)                00007290
                        MOVE CUST-CITY TO                               00007300
                           TBL-CUST-CITY (WS-CUST-COUNT)                00007310
                        MOVE CUST-STATE TO                              00007320
                           TBL-CUST-STATE (WS-CUST-COUNT)               00007330
                        MOVE CUST-ZIP TO                                00007340
                           TBL-CUST-ZIP (WS-CUST-COUNT)                 00007350
                        MOVE CUST-SUPPRESS TO                           00007360
                           TBL-CUST-SUPP (WS-CUST-COUNT)                00007370
                        IF CUST-TIN NUMERIC                             00007380
                           MOVE CUST-TIN-TYPE TO                        00007390
                              TBL-CUST-TIN-TYPE (WS-CUST-COUNT)         00007400
                           MOVE CUST-TIN TO                             00007410
                              TBL-CUST-TIN (WS-CUST-COUNT)              00007420
                        ELSE                                            00007430
                           MOVE SPACE TO                                00007440
                              TBL-CUST-TIN-TYPE (WS-CUST-COUNT)         00007450
                           MOVE ZEROES TO                               00007460
                              TBL-CUST-TIN (WS-CUST-COUNT)              00007470
                        END-IF                                          00007480
                     ELSE                                               00007490
                        DISPLAY "CUSTOMER TABLE FULL, DROPPED: "        00007500
                          CUST-ID                                       00007510
                     END-IF                                             00007520
                 END-READ                                               00007530
               END-PERFORM                                              00007540
               CLOSE CUST-MASTER-FILE                                   00007550
             WHEN OTHER                                                 00007560
               MOVE "OPEN FAILED ON CUST-MASTER-FILE" TO                00007570
                  WS-ABEND-MESSAGE                                      00007580
               GO TO 9999-ABEND                                         00007590
           END-EVALUATE.                                                00007600
       1300-EXIT.                                                       00007610
           EXIT.                                                        00007620
                                                                        00007630
      *> ***************************************************************00007640
      *> ACCOUNTS CURRENTLY UNDER BACKUP WITHHOLDING.  NO DATASET MEANS 00007650
      *> NONE, THE SAME READING ARITH GIVES IT                          00007660
      *> ***************************************************************00007670
       1400-LOAD-WHLD-STATUS.                                           00007680
           OPEN INPUT WHLD-FILE                                         00007690
           EVALUATE FS-WHLD-FILE                                        00007700
             WHEN "00"                                                  00007710
               PERFORM UNTIL WS-WHLD-EOF                                00007720
                 READ WHLD-FILE                                         00007730
                   AT END                                               00007740
                     SET WS-WHLD-EOF TO TRUE                            00007750
                   NOT AT END                                           00007760
                     IF WHL-ACCT-NO NUMERIC                             00007770
                        AND WHL-STATUS = 'Y'                            00007780
                        AND WS-WHLD-COUNT < WS-WHLD-MAX                 00007790
                        ADD 1 TO WS-WHLD-COUNT                          00007800
                        MOVE WHL-ACCT-NO TO                             00007810
                           TBL-WHL-ACCT-NO (WS-WHLD-COUNT)              00007820
                     END-IF                                             00007830
                 END-READ                                               00007840
               END-PERFORM                                              00007850
               CLOSE WHLD-FILE                                          00007860
             WHEN "35"                                                  00007870
               DISPLAY "NO WITHHOLDING STATUS DATASET"                  00007880
             WHEN OTHER                                                 00007890
               MOVE "OPEN FAILED ON WHLD-FILE" TO WS-ABEND-MESSAGE      00007900
               GO TO 9999-ABEND                                         00007910
           END-EVALUATE.                                                00007920
       1400-EXIT.                                                       00007930
           EXIT.                                                        00007940
                                                                        00007950
      *> ***************************************************************00007960
      *> NET INTEREST PER CUSTOMER FOR THE TAX YEAR.  A NET BELOW ZERO  00007970
      *> (REVERSALS OF LAST YEAR'S INTEREST) IS NOT REPORTABLE INCOME   00007980
      *> ***************************************************************00007990
       2000-LOAD-INTEREST.                                              00008000
           OPEN INPUT TOTALS-FILE                                       00008010
           EVALUATE FS-TOTALS-FILE                                      00008020
             WHEN "00"                                                  00008030
               CONTINUE                                                 00008040
             WHEN "35"                                                  00008050
               MOVE "YEAR-END INTEREST TOTALS NOT FOUND" TO             00008060
                  WS-ABEND-MESSAGE                                      00008070
               GO TO 9999-ABEND                                         00008080
             WHEN OTHER                                                 00008090
               MOVE "OPEN FAILED ON TOTALS-FILE" TO WS-ABEND-MESSAGE    00008100
               GO TO 9999-ABEND                                         00008110
           END-EVALUATE                                                 00008120
           MOVE 'N' TO WS-EOF-SW                                        00008130
           PERFORM UNTIL WS-EOF                                         00008140
             READ TOTALS-FILE                                           00008150
               AT END                                                   00008160
                 SET WS-EOF TO TRUE                                     00008170
               NOT AT END                                               00008180
                 ADD 1 TO WS-YINT-READ                                  00008190
                 IF YIT-YEAR = WS-TAX-YEAR                              00008200
                    AND YIT-NET-CENTS > ZEROES                          00008210
                    MOVE YIT-CUST-ID TO WS-WORK-CUST-ID                 00008220
                    PERFORM 2100-FIND-PAYEE THRU 2100-EXIT              00008230
                    IF WS-PAY-SUB > 0                                   00008240
                       ADD YIT-NET-CENTS TO                             00008250
                          TBL-PAY-INT-CENTS (WS-PAY-SUB)                00008260
                    END-IF                                              00008270
                 END-IF                                                 00008280
             END-READ                                                   00008290
           END-PERFORM                                                  00008300
           CLOSE TOTALS-FILE.                                           00008310
       2000-EXIT.                                                       00008320
           EXIT.                                                        00008330
                                                                        00008340
      *> ***************************************************************00008350
      *> FIND WS-WORK-CUST-ID IN THE PAYEE TABLE, ADDING IT IF NEW.     00008360
      *> WS-PAY-SUB COMES BACK ZERO WHEN THE TABLE IS FULL              00008370
      *> ***************************************************************00008380
       2100-FIND-PAYEE.                                                 00008390
           MOVE 'N' TO WS-FOUND-SW                                      00008400
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1                       00008410
                    UNTIL WS-PAY-SUB > WS-PAY-COUNT                     00008420
                    OR WS-FOUND                                         00008430
             IF TBL-PAY-CUST-ID (WS-PAY-SUB) = WS-WORK-CUST-ID          00008440
                SET WS-FOUND TO TRUE                                    00008450
             END-IF                                                     00008460
           END-PERFORM                                                  00008470
           IF WS-FOUND                                                  00008480
              SUBTRACT 1 FROM WS-PAY-SUB                                00008490
              GO TO 2100-EXIT                                           00008500
           END-IF                                                       00008510
           IF WS-PAY-COUNT NOT < WS-PAY-MAX                             00008520
              ADD 1 TO WS-PAY-DROPPED                                   00008530
              DISPLAY "PAYEE TABLE FULL, CUSTOMER DROPPED: "            00008540
                 WS-WORK-CUST-ID                                        00008550
              MOVE ZEROES TO WS-PAY-SUB                                 00008560
              GO TO 2100-EXIT                                           00008570
           END-IF                                                       00008580
           ADD 1 TO WS-PAY-COUNT                                        00008590
           MOVE WS-PAY-COUNT TO WS-PAY-SUB                              00008600
           MOVE WS-WORK-CUST-ID TO TBL-PAY-CUST-ID (WS-PAY-SUB)         00008610
           MOVE ZEROES TO TBL-PAY-INT-CENTS (WS-PAY-SUB)                00008620
           MOVE ZEROES TO TBL-PAY-WHLD-CENTS (WS-PAY-SUB)               00008630
           MOVE ZEROES TO TBL-PAY-CUST-SUB (WS-PAY-SUB)                 00008640
           MOVE ZEROES TO TBL-PAY-FILED-SUB (WS-PAY-SUB)                00008650
           MOVE SPACE TO TBL-PAY-ACTION (WS-PAY-SUB).                   00008660
       2100-EXIT.                                                       00008670
           EXIT.                                                        00008680
                                                                        00008690
      *> ***************************************************************00008700
      *> BACKUP WITHHOLDING REMITTED DURING THE TAX YEAR, FROM EVERY    00008710
      *> REMITTANCE GENERATION THE JOB CONCATENATES.  TRAILERS ARE      00008720
      *> CONTROL TOTALS ONLY                                            00008730
      *> ***************************************************************00008740
       2200-LOAD-WITHHOLDING.                                           00008750
           OPEN INPUT WHLD-REM-FILE                                     00008760
           EVALUATE FS-WHLD-REM-FILE                                    00008770
             WHEN "00"                                                  00008780
               CONTINUE                                                 00008790
             WHEN "35"                                                  00008800
               DISPLAY "NO WITHHOLDING REMITTANCES, NONE REPORTED"      00008810
               GO TO 2200-EXIT                                          00008820
             WHEN OTHER                                                 00008830
               MOVE "OPEN FAILED ON WHLD-REM-FILE" TO WS-ABEND-MESSAGE  00008840
               GO TO 9999-ABEND                                         00008850
           END-EVALUATE                                                 00008860
           MOVE 'N' TO WS-EOF-SW                                        00008870
           PERFORM UNTIL WS-EOF                                         00008880
             READ WHLD-REM-FILE                                         00008890
               AT END                                                   00008900
                 SET WS-EOF TO TRUE                                     00008910
               NOT AT END                                               00008920
                 IF REM-DETAIL-REC                                      00008930
                    AND REM-DATE NUMERIC                                00008940
                    AND REM-WHLD-CENTS NUMERIC                          00008950
                    COMPUTE WS-REM-YEAR = REM-DATE / 10000              00008960
                    IF WS-REM-YEAR = WS-TAX-YEAR                        00008970
                       ADD 1 TO WS-REM-READ                             00008980
                       PERFORM 2300-APPLY-REMITTANCE THRU 2300-EXIT     00008990
                    END-IF                                              00009000
                 END-IF                                                 00009010
             END-READ                                                   00009020
           END-PERFORM                                                  00009030
           CLOSE WHLD-REM-FILE.                                         00009040
       2200-EXIT.                                                       00009050
           EXIT.                                                        00009060
                                                                        00009070
       2300-APPLY-REMITTANCE.                                           00009080
           MOVE ZEROES TO WS-WORK-CUST-ID                               00009090
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1                      00009100
                    UNTIL WS-XREF-SUB > WS-XREF-COUNT                   00009110
             IF TBL-AXR-ACCT-NO (WS-XREF-SUB) = REM-ACCT-NO             00009120
                AND TBL-AXR-STATUS (WS-XREF-SUB) = 'A'                  00009130
                MOVE TBL-AXR-CUST-ID (WS-XREF-SUB) TO                   00009140
                   WS-WORK-CUST-ID                                      00009150
             END-IF                                                     00009160
           END-PERFORM                                                  00009170
           IF WS-WORK-CUST-ID = ZEROES                                  00009180
              ADD 1 TO WS-REM-NO-OWNER                                  00009190
              DISPLAY "WITHHOLDING WITH NO ACTIVE OWNER, ACCT "         00009200
                 REM-ACCT-NO                                            00009210
              GO TO 2300-EXIT                                           00009220
           END-IF                                                       00009230
           PERFORM 2100-FIND-PAYEE THRU 2100-EXIT                       00009240
           IF WS-PAY-SUB > 0                                            00009250
              ADD REM-WHLD-CENTS TO TBL-PAY-WHLD-CENTS (WS-PAY-SUB)     00009260
           END-IF.                                                      00009270
       2300-EXIT.                                                       00009280
           EXIT.                                                        00009290
                                                                        00009300
      *> ***************************************************************00009310
      *> LOAD THE TAX YEAR'S FILED RETURNS; EVERY OTHER YEAR IS COPIED  00009320
      *> TO THE NEW GENERATION AS IT IS READ.  NO PRIOR GENERATION IS   00009330
      *> THE FIRST FILING SEASON                                        00009340
      *> ***************************************************************00009350
       2400-LOAD-FILED.                                                 00009360
           OPEN INPUT FILED-OLD-FILE                                    00009370
           EVALUATE FS-FILED-OLD-FILE                                   00009380
             WHEN "00"                                                  00009390
               CONTINUE                                                 00009400
             WHEN "35"                                                  00009410
               DISPLAY "NO FILED-RETURNS HISTORY, FIRST FILING"         00009420
               GO TO 2400-EXIT                                          00009430
             WHEN OTHER                                                 00009440
               MOVE "OPEN FAILED ON FILED-OLD-FILE" TO WS-ABEND-MESSAGE 00009450
               GO TO 9999-ABEND                                         00009460
           END-EVALUATE                                                 00009470
           PERFORM UNTIL WS-FILED-EOF                                   00009480
             READ FILED-OLD-FILE                                        00009490
               AT END                                                   00009500
                 SET WS-FILED-EOF TO TRUE                               00009510
               NOT AT END                                               00009520
                 IF FLO-YEAR = WS-TAX-YEAR                              00009530
                    PERFORM 2450-TABLE-FILED THRU 2450-EXIT             00009540
                 ELSE                                                   00009550
                    WRITE FILED-NEW-REC FROM FILED-OLD-REC              00009560
                    ADD 1 TO WS-FILED-CARRIED                           00009570
                 END-IF                                                 00009580
             END-READ                                                   00009590
           END-PERFORM                                                  00009600
           CLOSE FILED-OLD-FILE.                                        00009610
       2400-EXIT.                                                       00009620
           EXIT.                                                        00009630
                                                                        00009640
       2450-TABLE-FILED.                                                00009650
           IF WS-FIL-COUNT NOT < WS-FIL-MAX                             00009660
              MOVE "FILED-RETURNS TABLE FULL" TO WS-ABEND-MESSAGE       00009670
              GO TO 9999-ABEND                                          00009680
           END-IF                                                       00009690
           ADD 1 TO WS-FIL-COUNT                                        00009700
           MOVE FLO-CUST-ID TO TBL-FIL-CUST-ID (WS-FIL-COUNT)           00009710
           MOVE FLO-TIN-TYPE TO TBL-FIL-TIN-TYPE (WS-FIL-COUNT)         00009720
           MOVE FLO-TIN TO TBL-FIL-TIN (WS-FIL-COUNT)                   00009730
           MOVE FLO-INT-CENTS TO TBL-FIL-INT-CENTS (WS-FIL-COUNT)       00009740
           MOVE FLO-WHLD-CENTS TO TBL-FIL-WHLD-CENTS (WS-FIL-COUNT)     00009750
           MOVE FLO-FILED-DATE TO TBL-FIL-DATE (WS-FIL-COUNT)           00009760
           MOVE FLO-STATUS TO TBL-FIL-STATUS (WS-FIL-COUNT)             00009770
           MOVE 'N' TO TBL-FIL-MATCHED (WS-FIL-COUNT).                  00009780
       2450-EXIT.                                                       00009790
           EXIT.                                                        00009800
                                                                        00009810
      *> ***************************************************************00009820
      *> DECIDE WHAT TO FILE FOR EACH PAYEE.  IN A CORRECTION RUN A     00009830
      *> CUSTOMER FILED EARLIER WHO NO LONGER HAS ANY INTEREST OR       00009840
      *> WITHHOLDING IS ADDED AT ZERO SO THE RETURN IS CORRECTED DOWN   00009850
      *> ***************************************************************00009860
       3000-SELECT-PAYEES.                                              00009870
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1                       00009880
                    UNTIL WS-PAY-SUB > WS-PAY-COUNT                     00009890
             PERFORM 3100-SELECT-ONE THRU 3100-EXIT                     00009900
           END-PERFORM                                                  00009910
           IF WS-MODE-CORRECTION                                        00009920
              PERFORM VARYING WS-UNM-SUB FROM 1 BY 1                    00009930
                       UNTIL WS-UNM-SUB > WS-FIL-COUNT                  00009940
                IF TBL-FIL-MATCHED (WS-UNM-SUB) = 'N'                   00009950
                   MOVE TBL-FIL-CUST-ID (WS-UNM-SUB) TO                 00009960
                      WS-WORK-CUST-ID                                   00009970
                   PERFORM 2100-FIND-PAYEE THRU 2100-EXIT               00009980
                   IF WS-PAY-SUB > 0                                    00009990
                      PERFORM 3100-SELECT-ONE THRU 3100-EXIT            00010000
                   END-IF                                               00010010
                END-IF                                                  00010020
              END-PERFORM                                               00010030
           END-IF.                                                      00010040
       3000-EXIT.                                                       00010050
           EXIT.                                                        00010060
                                                                        00010070
       3100-SELECT-ONE.                                                 00010080
           MOVE TBL-PAY-CUST-ID (WS-PAY-SUB) TO WS-WORK-CUST-ID         00010090
           MOVE TBL-PAY-INT-CENTS (WS-PAY-SUB) TO WS-WORK-INT-CENTS     00010100
           MOVE TBL-PAY-WHLD-CENTS (WS-PAY-SUB) TO WS-WORK-WHLD-CENTS   00010110
                                                                        00010120
           MOVE ZEROES TO TBL-PAY-FILED-SUB (WS-PAY-SUB)                00010130
           PERFORM VARYING WS-FIL-SUB FROM 1 BY 1                       00010140
                    UNTIL WS-FIL-SUB > WS-FIL-COUNT                     00010150
             IF TBL-FIL-CUST-ID (WS-FIL-SUB) = WS-WORK-CUST-ID          00010160
                MOVE WS-FIL-SUB TO TBL-PAY-FILED-SUB (WS-PAY-SUB)       00010170
                MOVE 'Y' TO TBL-FIL-MATCHED (WS-FIL-SUB)                00010180
             END-IF                                                     00010190
           END-PERFORM                                                  00010200
           MOVE ZEROES TO TBL-PAY-CUST-SUB (WS-PAY-SUB)                 00010210
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1                      00010220
                    UNTIL WS-CUST-SUB > WS-CUST-COUNT                   00010230
             IF TBL-CUST-ID (WS-CUST-SUB) = WS-WORK-CUST-ID             00010240
                MOVE WS-CUST-SUB TO TBL-PAY-CUST-SUB (WS-PAY-SUB)       00010250
             END-IF                                                     00010260
           END-PERFORM                                                  00010270
                                                                        00010280
           IF WS-MODE-ORIGINAL                                          00010290
              IF TBL-PAY-FILED-SUB (WS-PAY-SUB) > 0                     00010300
                 ADD 1 TO WS-ALREADY-FILED                              00010310
                 GO TO 3100-EXIT                                        00010320
              END-IF                                                    00010330
              IF WS-WORK-INT-CENTS < WS-MIN-REPORT-CENTS                00010340
                 AND WS-WORK-WHLD-CENTS = ZEROES                        00010350
                 ADD 1 TO WS-BELOW-THRESHOLD                            00010360
                 GO TO 3100-EXIT                                        00010370
              END-IF                                                    00010380
           ELSE                                                         00010390
              IF TBL-PAY-FILED-SUB (WS-PAY-SUB) = 0                     00010400
                 IF WS-WORK-INT-CENTS NOT < WS-MIN-REPORT-CENTS         00010410
                    OR WS-WORK-WHLD-CENTS > ZEROES                      00010420
                    MOVE "NEVER FILED - RUN AN ORIGINAL FILING" TO      00010430
                       WS-HOLD-REASON                                   00010440
                    PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT         00010450
                 END-IF                                                 00010460
                 GO TO 3100-EXIT                                        00010470
              END-IF                                                    00010480
              MOVE TBL-PAY-FILED-SUB (WS-PAY-SUB) TO WS-FIL-SUB         00010490
              IF WS-WORK-INT-CENTS = TBL-FIL-INT-CENTS (WS-FIL-SUB)     00010500
                 AND WS-WORK-WHLD-CENTS =                               00010510
                    TBL-FIL-WHLD-CENTS (WS-FIL-SUB)                     00010520
                 ADD 1 TO WS-UNCHANGED                                  00010530
                 GO TO 3100-EXIT                                        00010540
              END-IF                                                    00010550
           END-IF                                                       00010560
                                                                        00010570
           PERFORM 3200-CHECK-TIN THRU 3200-EXIT                        00010580
           IF WS-HOLD-REASON NOT = SPACES                               00010590
              PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT               00010600
              GO TO 3100-EXIT                                           00010610
           END-IF                                                       00010620
                                                                        00010630
           ADD 1 TO WS-FILE-COUNT                                       00010640
           ADD WS-WORK-INT-CENTS TO WS-CTL-INT-TOTAL                    00010650
           ADD WS-WORK-WHLD-CENTS TO WS-CTL-WHLD-TOTAL                  00010660
           IF WS-MODE-ORIGINAL                                          00010670
              SET TBL-PAY-ORIGINAL (WS-PAY-SUB) TO TRUE                 00010680
              ADD 1 TO WS-ORIGINALS                                     00010690
           ELSE                                                         00010700
              SET TBL-PAY-CORRECTED (WS-PAY-SUB) TO TRUE                00010710
              ADD 1 TO WS-CORRECTIONS                                   00010720
           END-IF.                                                      00010730
       3100-EXIT.                                                       00010740
           EXIT.                                                        00010750
                                                                        00010760
      *> ***************************************************************00010770
      *> A RETURN GOES ONLY WITH A TIN THAT PASSES THE EDIT.  A PAYEE   00010780
      *> WITHOUT ONE IS HELD FOR SOLICITATION, AND THE REASON SAYS SO   00010790
      *> WHEN NONE OF THE PAYEE'S ACCOUNTS IS UNDER BACKUP WITHHOLDING  00010800
      *> ***************************************************************00010810
       3200-CHECK-TIN.                                                  00010820
           MOVE SPACES TO WS-HOLD-REASON                                00010830
           IF TBL-PAY-CUST-SUB (WS-PAY-SUB) = 0                         00010840
              MOVE "CUSTOMER NOT ON MASTER" TO WS-HOLD-REASON           00010850
              GO TO 3200-EXIT                                           00010860
           END-IF                                                       00010870
           MOVE TBL-PAY-CUST-SUB (WS-PAY-SUB) TO WS-CUST-SUB            00010880
           MOVE TBL-CUST-TIN-TYPE (WS-CUST-SUB) TO WS-TIN-TYPE          00010890
           MOVE TBL-CUST-TIN (WS-CUST-SUB) TO WS-TIN-NUM                00010900
           IF WS-TIN-TYPE = SPACE                                       00010910
              MOVE "NO TIN ON FILE" TO WS-TIN-REASON                    00010920
           ELSE                                                         00010930
              PERFORM 8300-EDIT-TIN THRU 8300-EXIT                      00010940
              IF WS-TIN-OK                                              00010950
                 GO TO 3200-EXIT                                        00010960
              END-IF                                                    00010970
           END-IF                                                       00010980
           PERFORM 3400-CHECK-BACKUP-WHLD THRU 3400-EXIT                00010990
           IF WS-UNDER-BACKUP                                           00011000
              MOVE WS-TIN-REASON TO WS-HOLD-REASON                      00011010
           ELSE                                                         00011020
              STRING WS-TIN-REASON DELIMITED BY '  '                    00011030
                 " NO BKUP WHLD" DELIMITED BY SIZE                  000100011040
                 INTO WS-HOLD-REASON                                    00011050
           END-IF.                                                      00011060
       3200-EXIT.                                                       00011070
           EXIT.                                                        00011080
                                                                        00011090
       3300-WRITE-EXCEPTION.                                            00011100
           ADD 1 TO WS-HELD                                             00011110
           MOVE SPACES TO DTL-NAME                                      00011120
           IF TBL-PAY-CUST-SUB (WS-PAY-SUB) > 0                         00011130
              MOVE TBL-PAY-CUST-SUB (WS-PAY-SUB) TO WS-CUST-SUB         00011140
              MOVE TBL-CUST-LAST (WS-CUST-SUB) TO DTL-NAME              00011150
           END-IF                                                       00011160
           MOVE WS-WORK-CUST-ID TO DTL-CUST-ID                          00011170
           COMPUTE WS-DOLLARS = WS-WORK-INT-CENTS / 100                 00011180
           MOVE WS-DOLLARS TO DTL-INT                                   00011190
           COMPUTE WS-DOLLARS = WS-WORK-WHLD-CENTS / 100                00011200
           MOVE WS-DOLLARS TO DTL-WHLD                                  00011210
           MOVE WS-HOLD-REASON TO DTL-REASON                            00011220
           WRITE EXCP-RPT-LINE FROM WS-DTL-LINE.                        00011230
       3300-EXIT.                                                       00011240
           EXIT.                                                        00011250
                                                                        00011260
       3400-CHECK-BACKUP-WHLD.                                          00011270
           MOVE 'N' TO WS-BACKUP-SW                                     00011280
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1                      00011290
                    UNTIL WS-XREF-SUB > WS-XREF-COUNT                   00011300
             IF TBL-AXR-CUST-ID (WS-XREF-SUB) = WS-WORK-CUST-ID         00011310
                AND TBL-AXR-STATUS (WS-XREF-SUB) = 'A'                  00011320
                PERFORM VARYING WS-WHLD-SUB FROM 1 BY 1                 00011330
                         UNTIL WS-WHLD-SUB > WS-WHLD-COUNT              00011340
                  IF TBL-WHL-ACCT-NO (WS-WHLD-SUB) =                    00011350
                        TBL-AXR-ACCT-NO (WS-XREF-SUB)                   00011360
                     SET WS-UNDER-BACKUP TO TRUE                        00011370
                  END-IF                                                00011380
                END-PERFORM                                             00011390
             END-IF                                                     00011400
           END-PERFORM.                                                 00011410
       3400-EXIT.                                                       00011420
           EXIT.                                                        00011430
                                                                        00011440
      *> ***************************************************************00011450
      *> THE TRANSMISSION: ONE 'T', ONE 'A' FOR THE PAYER, A 'B' PER    00011460
      *> PAYEE FILED, THE 'C' CONTROL TOTALS AND THE 'F'.  NOTHING TO   00011470
      *> FILE LEAVES THE DATASET EMPTY                                  00011480
      *> ***************************************************************00011490
       4000-WRITE-IRS-FILE.                                             00011500
           IF WS-FILE-COUNT = 0                                         00011510
              DISPLAY "NOTHING TO FILE THIS RUN"                        00011520
              GO TO 4000-EXIT                                           00011530
           END-IF                                                       00011540
           ADD 1 TO WS-IRS-SEQ                                          00011550
           MOVE WS-TAX-YEAR TO IRT-YEAR                                 00011560
           IF WS-TAX-YEAR < WS-PRIOR-YEAR                               00011570
              MOVE 'P' TO IRT-PRIOR-YEAR-IND                            00011580
           ELSE                                                         00011590
              MOVE SPACE TO IRT-PRIOR-YEAR-IND                          00011600
           END-IF                                                       00011610
           MOVE WS-PAYER-TIN TO IRT-TIN                                 00011620
           MOVE WS-TCC TO IRT-TCC                                       00011630
           MOVE WS-TEST-IND TO IRT-TEST-IND                             00011640
           MOVE WS-PAYER-NAME TO IRT-TRANSMITTER-NAME                   00011650
           MOVE WS-PAYER-NAME TO IRT-COMPANY-NAME                       00011660
           MOVE WS-PAYER-ADDR TO IRT-COMPANY-ADDR                       00011670
           MOVE WS-PAYER-CITY TO IRT-COMPANY-CITY                       00011680
           MOVE WS-PAYER-STATE TO IRT-COMPANY-STATE                     00011690
           MOVE WS-PAYER-ZIP TO IRT-COMPANY-ZIP                         00011700
           MOVE WS-FILE-COUNT TO IRT-PAYEE-COUNT                        00011710
           MOVE WS-CONTACT-NAME TO IRT-CONTACT-NAME                     00011720
           MOVE WS-CONTACT-PHONE TO IRT-CONTACT-PHONE                   00011730
           MOVE WS-IRS-SEQ TO IRT-SEQ                                   00011740
           WRITE IRS-RECORD FROM WS-IRS-T-REC                           00011750
                                                                        00011760
           ADD 1 TO WS-IRS-SEQ                                          00011770
           MOVE WS-TAX-YEAR TO IRA-YEAR                                 00011780
           MOVE WS-PAYER-TIN TO IRA-PAYER-TIN                           00011790
           MOVE WS-PAYER-NAME-CTL TO IRA-NAME-CTL                       00011800
           MOVE WS-PAYER-NAME TO IRA-PAYER-NAME                         00011810
           MOVE WS-PAYER-ADDR TO IRA-PAYER-ADDR                         00011820
           MOVE WS-PAYER-CITY TO IRA-PAYER-CITY                         00011830
           MOVE WS-PAYER-STATE TO IRA-PAYER-STATE                       00011840
           MOVE WS-PAYER-ZIP TO IRA-PAYER-ZIP                           00011850
           MOVE WS-PAYER-PHONE TO IRA-PAYER-PHONE                       00011860
           MOVE WS-IRS-SEQ TO IRA-SEQ                                   00011870
           WRITE IRS-RECORD FROM WS-IRS-A-REC                           00011880
                                                                        00011890
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1                       00011900
                    UNTIL WS-PAY-SUB > WS-PAY-COUNT                     00011910
             IF NOT TBL-PAY-NO-ACTION (WS-PAY-SUB)                      00011920
                PERFORM 4300-WRITE-PAYEE THRU 4300-EXIT                 00011930
             END-IF                                                     00011940
           END-PERFORM                                                  00011950
                                                                        00011960
           ADD 1 TO WS-IRS-SEQ                                          00011970
           MOVE WS-FILE-COUNT TO IRC-PAYEE-COUNT                        00011980
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1                       00011990
                    UNTIL WS-AMT-SUB > 16                               00012000
             MOVE ZEROES TO IRC-CONTROL-TOTAL (WS-AMT-SUB)              00012010
           END-PERFORM                                                  00012020
           COMPUTE IRC-CONTROL-TOTAL (1) = WS-CTL-INT-TOTAL / 100       00012030
           COMPUTE IRC-CONTROL-TOTAL (4) = WS-CTL-WHLD-TOTAL / 100      00012040
           MOVE WS-IRS-SEQ TO IRC-SEQ                                   00012050
           WRITE IRS-RECORD FROM WS-IRS-C-REC                           00012060
                                                                        00012070
           ADD 1 TO WS-IRS-SEQ                                          00012080
           MOVE 1 TO IRF-A-COUNT                                        00012090
           MOVE WS-FILE-COUNT TO IRF-PAYEE-COUNT                        00012100
           MOVE WS-IRS-SEQ TO IRF-SEQ                                   00012110
           WRITE IRS-RECORD FROM WS-IRS-F-REC.                          00012120
       4000-EXIT.                                                       00012130
           EXIT.                                                        00012140
                                                                        00012150
      *> ***************************************************************00012160
      *> ONE PAYEE: THE 'B' RECORD (BOX 1 INTEREST IN AMOUNT 1, BOX 4   00012170
      *> WITHHOLDING IN AMOUNT 4), THE RECIPIENT COPY, AND THE FILED    00012180
      *> AMOUNTS NOTED FOR NEXT TIME                                    00012190
      *> ***************************************************************00012200
       4300-WRITE-PAYEE.                                                00012210
           MOVE TBL-PAY-CUST-ID (WS-PAY-SUB) TO WS-WORK-CUST-ID         00012220
           MOVE TBL-PAY-INT-CENTS (WS-PAY-SUB) TO WS-WORK-INT-CENTS     00012230
           MOVE TBL-PAY-WHLD-CENTS (WS-PAY-SUB) TO WS-WORK-WHLD-CENTS   00012240
           MOVE TBL-PAY-CUST-SUB (WS-PAY-SUB) TO WS-CUST-SUB            00012250
                                                                        00012260
           ADD 1 TO WS-IRS-SEQ                                          00012270
           MOVE WS-TAX-YEAR TO IRB-YEAR                                 00012280
           IF TBL-PAY-CORRECTED (WS-PAY-SUB)                            00012290
              MOVE 'G' TO IRB-CORRECTED-IND                             00012300
           ELSE                                                         00012310
              MOVE SPACE TO IRB-CORRECTED-IND                           00012320
           END-IF                                                       00012330
           MOVE TBL-CUST-NAME-CTL (WS-CUST-SUB) TO IRB-NAME-CTL         00012340
           IF TBL-CUST-TIN-TYPE (WS-CUST-SUB) = 'E'                     00012350
              MOVE '1' TO IRB-TIN-TYPE                                  00012360
           ELSE                                                         00012370
              MOVE '2' TO IRB-TIN-TYPE                                  00012380
           END-IF                                                       00012390
           MOVE TBL-CUST-TIN (WS-CUST-SUB) TO IRB-TIN                   00012400
           MOVE WS-WORK-CUST-ID TO IRB-ACCOUNT-NO                       00012410
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1                       00012420
                    UNTIL WS-AMT-SUB > 16                               00012430
             MOVE ZEROES TO IRB-AMOUNT (WS-AMT-SUB)                     00012440
           END-PERFORM                                                  00012450
           MOVE WS-WORK-INT-CENTS TO IRB-AMOUNT (1)                     00012460
           MOVE WS-WORK-WHLD-CENTS TO IRB-AMOUNT (4)                    00012470
           MOVE SPACES TO IRB-PAYEE-NAME                                00012480
           STRING TBL-CUST-FIRST (WS-CUST-SUB) DELIMITED BY '  '        00012490
              ' ' DELIMITED BY SIZE                                     00012500
              TBL-CUST-LAST (WS-CUST-SUB) DELIMITED BY '  '             00012510
              INTO IRB-PAYEE-NAME                                       00012520
           MOVE TBL-CUST-ADDR (WS-CUST-SUB) TO IRB-PAYEE-ADDR           00012530
           MOVE TBL-CUST-CITY (WS-CUST-SUB) TO IRB-PAYEE-CITY           00012540
           MOVE TBL-CUST-STATE (WS-CUST-SUB) TO IRB-PAYEE-STATE         00012550
           MOVE SPACES TO IRB-PAYEE-ZIP                                 00012560
           IF TBL-CUST-ZIP-DASH (WS-CUST-SUB) = '-'                     00012570
              STRING TBL-CUST-ZIP5 (WS-CUST-SUB)                        00012580
                 TBL-CUST-ZIP4 (WS-CUST-SUB)                            00012590
                 DELIMITED BY SIZE INTO IRB-PAYEE-ZIP                   00012600
           ELSE                                                         00012610
              MOVE TBL-CUST-ZIP5 (WS-CUST-SUB) TO IRB-PAYEE-ZIP         00012620
           END-IF                                                       00012630
           MOVE WS-IRS-SEQ TO IRB-SEQ                                   00012640
           WRITE IRS-RECORD FROM WS-IRS-B-REC                           00012650
                                                                        00012660
           PERFORM 4350-WRITE-RECIPIENT THRU 4350-EXIT                  00012670
           PERFORM 4380-UPDATE-FILED THRU 4380-EXIT.                    00012680
       4300-EXIT.                                                       00012690
           EXIT.                                                        00012700
                                                                        00012710
      *> ***************************************************************00012720
      *> THE RECIPIENT COPY.  ONLY THE LAST FOUR DIGITS OF THE TIN ARE  00012730
      *> PRINTED, AS THE TRUNCATED-TIN RULES ALLOW ON PAYEE STATEMENTS  00012740
      *> ***************************************************************00012750
       4350-WRITE-RECIPIENT.                                            00012760
           MOVE SPACES TO LETTER-RECORD                                 00012770
           MOVE WS-RUN-DATE TO LTR-DATE                                 00012780
           MOVE WS-WORK-CUST-ID TO LTR-APPL-ID                          00012790
           MOVE TBL-CUST-LAST (WS-CUST-SUB) TO LTR-APPL-NAME            00012800
           MOVE '1099' TO LTR-PRODUCT-CD                                00012810
           IF TBL-PAY-CORRECTED (WS-PAY-SUB)                            00012820
              MOVE 'CORRECTED ' TO LTR-DECISION                         00012830
           ELSE                                                         00012840
              MOVE '1099-INT  ' TO LTR-DECISION                         00012850
           END-IF                                                       00012860
           COMPUTE WS-DOLLARS = WS-WORK-INT-CENTS / 100                 00012870
           MOVE WS-DOLLARS TO WS-INT-ED                                 00012880
           COMPUTE WS-DOLLARS = WS-WORK-WHLD-CENTS / 100                00012890
           MOVE WS-DOLLARS TO WS-WHLD-ED                                00012900
           STRING 'BOX1 ' WS-INT-ED ' BOX4 ' WS-WHLD-ED ' '             00012910
              WS-TAX-YEAR                                               00012920
              DELIMITED BY SIZE INTO LTR-REASON                         00012930
           MOVE TBL-CUST-TIN (WS-CUST-SUB) TO WS-TIN-NUM                00012940
           MOVE WS-TIN-SERIAL TO WS-TIN-LAST4                           00012950
           MOVE SPACES TO WS-MASKED-TIN                                 00012960
           IF TBL-CUST-TIN-TYPE (WS-CUST-SUB) = 'E'                     00012970
              STRING '**-***' WS-TIN-LAST4                              00012980
                 DELIMITED BY SIZE INTO WS-MASKED-TIN                   00012990
           ELSE                                                         00013000
              STRING '***-**-' WS-TIN-LAST4                             00013010
                 DELIMITED BY SIZE INTO WS-MASKED-TIN                   00013020
           END-IF                                                       00013030
           MOVE WS-MASKED-TIN TO LTR-REASON-CODES                       00013040
      *> A SUPPRESSED CUSTOMER'S COPY GOES TO THE REVIEW FILE, NOT      00013050
      *> FULFILLMENT - THE SAME RULE THE OTHER LETTER FEEDS APPLY.      00013060
      *> THE RETURN ITSELF IS STILL FILED                               00013070
           IF TBL-CUST-SUPP (WS-CUST-SUB) = 'D'                         00013080
              OR TBL-CUST-SUPP (WS-CUST-SUB) = 'N'                      00013090
              OR TBL-CUST-SUPP (WS-CUST-SUB) = 'L'                      00013100
              WRITE LETTER-REVW-RECORD FROM LETTER-RECORD               00013110
              ADD 1 TO WS-COPIES-SUPPRESSED                             00013120
           ELSE                                                         00013130
              WRITE LETTER-RECORD                                       00013140
              ADD 1 TO WS-COPIES-WRITTEN                                00013150
           END-IF.                                                      00013160
       4350-EXIT.                                                       00013170
           EXIT.                                                        00013180
                                                                        00013190
       4380-UPDATE-FILED.                                               00013200
           MOVE TBL-PAY-FILED-SUB (WS-PAY-SUB) TO WS-FIL-SUB            00013210
           IF WS-FIL-SUB = 0                                            00013220
              IF WS-FIL-COUNT NOT < WS-FIL-MAX                          00013230
                 MOVE "FILED-RETURNS TABLE FULL" TO WS-ABEND-MESSAGE    00013240
                 GO TO 9999-ABEND                                       00013250
              END-IF                                                    00013260
              ADD 1 TO WS-FIL-COUNT                                     00013270
              MOVE WS-FIL-COUNT TO WS-FIL-SUB                           00013280
              MOVE WS-WORK-CUST-ID TO TBL-FIL-CUST-ID (WS-FIL-SUB)      00013290
              MOVE 'O' TO TBL-FIL-STATUS (WS-FIL-SUB)                   00013300
           ELSE                                                         00013310
              MOVE 'C' TO TBL-FIL-STATUS (WS-FIL-SUB)                   00013320
           END-IF                                                       00013330
           MOVE TBL-CUST-TIN-TYPE (WS-CUST-SUB) TO                      00013340
              TBL-FIL-TIN-TYPE (WS-FIL-SUB)                             00013350
           MOVE TBL-CUST-TIN (WS-CUST-SUB) TO TBL-FIL-TIN (WS-FIL-SUB)  00013360
           MOVE WS-WORK-INT-CENTS TO TBL-FIL-INT-CENTS (WS-FIL-SUB)     00013370
           MOVE WS-WORK-WHLD-CENTS TO TBL-FIL-WHLD-CENTS (WS-FIL-SUB)   00013380
           MOVE WS-RUN-DATE TO TBL-FIL-DATE (WS-FIL-SUB).               00013390
       4380-EXIT.                                                       00013400
           EXIT.                                                        00013410
                                                                        00013420
       5000-WRITE-FILED.                                                00013430
           PERFORM VARYING WS-FIL-SUB FROM 1 BY 1                       00013440
                    UNTIL WS-FIL-SUB > WS-FIL-COUNT                     00013450
             MOVE SPACES TO FILED-NEW-REC                               00013460
             MOVE WS-TAX-YEAR TO FLN-YEAR                               00013470
             MOVE TBL-FIL-CUST-ID (WS-FIL-SUB) TO FLN-CUST-ID           00013480
             MOVE TBL-FIL-TIN-TYPE (WS-FIL-SUB) TO FLN-TIN-TYPE         00013490
             MOVE TBL-FIL-TIN (WS-FIL-SUB) TO FLN-TIN                   00013500
             MOVE TBL-FIL-INT-CENTS (WS-FIL-SUB) TO FLN-INT-CENTS       00013510
             MOVE TBL-FIL-WHLD-CENTS (WS-FIL-SUB) TO FLN-WHLD-CENTS     00013520
             MOVE TBL-FIL-DATE (WS-FIL-SUB) TO FLN-FILED-DATE           00013530
             MOVE TBL-FIL-STATUS (WS-FIL-SUB) TO FLN-STATUS             00013540
             WRITE FILED-NEW-REC                                        00013550
           END-PERFORM.                                                 00013560
       5000-EXIT.                                                       00013570
           EXIT.                                                        00013580
                                                                        00013590
       9000-TERMINATE.                                                  00013600
           MOVE 'ORIGINAL RETURNS FILED' TO TOT-LABEL                   00013610
           MOVE WS-ORIGINALS TO TOT-COUNT                               00013620
           WRITE EXCP-RPT-LINE FROM WS-TOTAL-LINE                       00013630
           MOVE 'CORRECTED RETURNS FILED' TO TOT-LABEL                  00013640
           MOVE WS-CORRECTIONS TO TOT-COUNT                             00013650
           WRITE EXCP-RPT-LINE FROM WS-TOTAL-LINE                       00013660
           MOVE 'PAYEES HELD' TO TOT-LABEL                              00013670
           MOVE WS-HELD TO TOT-COUNT                                    00013680
           WRITE EXCP-RPT-LINE FROM WS-TOTAL-LINE                       00013690
           DISPLAY "===== TAX1099 RUN SUMMARY ====="                    00013700
           DISPLAY "INTEREST TOTALS READ : " WS-YINT-READ               00013710
           DISPLAY "REMITTANCES IN YEAR  : " WS-REM-READ                00013720
           DISPLAY "REMIT, NO OWNER      : " WS-REM-NO-OWNER            00013730
           DISPLAY "PAYEES CONSIDERED    : " WS-PAY-COUNT               00013740
           DISPLAY "BELOW THRESHOLD      : " WS-BELOW-THRESHOLD         00013750
           DISPLAY "ALREADY FILED        : " WS-ALREADY-FILED           00013760
           DISPLAY "UNCHANGED SINCE FILED: " WS-UNCHANGED               00013770
           DISPLAY "ORIGINALS FILED      : " WS-ORIGINALS               00013780
           DISPLAY "CORRECTIONS FILED    : " WS-CORRECTIONS             00013790
           DISPLAY "HELD (TIN/CUSTOMER)  : " WS-HELD                    00013800
           DISPLAY "COPIES TO PRINT      : " WS-COPIES-WRITTEN          00013810
           DISPLAY "COPIES SUPPRESSED    : " WS-COPIES-SUPPRESSED       00013820
           DISPLAY "OTHER YEARS CARRIED  : " WS-FILED-CARRIED           00013830
           DISPLAY "DROPPED (TABLE)      : " WS-PAY-DROPPED             00013840
           CLOSE FILED-NEW-FILE                                         00013850
           CLOSE IRS-FILE                                               00013860
           CLOSE LETTER-FILE                                            00013870
           CLOSE LETTER-REVW-FILE                                       00013880
           CLOSE EXCP-RPT-FILE.                                         00013890
       9000-EXIT.                                                       00013900
           EXIT.                                                        00013910
                                                                        00013920
       COPY TINCHK.                                                     00013930
                                                                        00013940
       COPY ABENDPAR.                                                   00013950
