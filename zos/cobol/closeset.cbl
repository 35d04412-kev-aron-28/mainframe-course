       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. CLOSESET.                                            00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * ACCOUNT CLOSURE SETTLEMENT AND FINAL STATEMENT.         *       00000090
      * EVERY MYFILE ACCOUNT CLOSED ON THE PROCESSING DATE IS   *       00000100
      * SETTLED TO A ZERO BALANCE ON THE LEDGER: INTEREST       *       00000110
      * ACCRUED ON ANY OPEN CONTRACT FOR THE ACCOUNT IS PAID IN *       00000120
      * AND THE CONTRACT CLOSED, THE SERVICE CHARGE STILL DUE   *       00000130
      * ON THE BALANCE IS TAKEN ON THE PUBLISHED RATES (UNLESS  *       00000140
      * WAIVED), AND WHAT IS LEFT IS PAID OUT TO THE CUSTOMER   *       00000150
      * OR RAISED AS DUE FROM THEM.  EACH SETTLEMENT POSTING    *       00000160
      * CARRIES ITS BALANCED PAIR TO THE GLJRNL INTERFACE       *       00000170
      * UNDER ITS COA TYPE.  THE ACCOUNT THEN GETS ITS FINAL    *       00000180
      * STATEMENT IN THE STMTGEN LAYOUT AND ROUTING, ARCHIVED   *       00000190
      * TO STMTARCH LIKE ANY OTHER STATEMENT.                   *       00000200
      * ********************************************************        00000210
       ENVIRONMENT DIVISION.                                            00000220
       INPUT-OUTPUT SECTION.                                            00000230
       FILE-CONTROL.                                                    00000240
           SELECT MYFILE                                                00000250
           ASSIGN TO MYDD                                               00000260
           ORGANIZATION IS INDEXED                                      00000270
           ACCESS MODE IS DYNAMIC                                       00000280
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000290
           FILE STATUS IS FS-MYFILE.                                    00000300
           SELECT MYF-TRAN-FILE                                         00000310
           ASSIGN TO MYFTRAN                                            00000320
           ORGANIZATION IS INDEXED                                      00000330
           ACCESS MODE IS DYNAMIC                                       00000340
           RECORD KEY IS MTR-KEY                                        00000350
           FILE STATUS IS FS-MYF-TRAN-FILE.                             00000360
           SELECT DELTA-FILE                                            00000363
           ASSIGN TO MYFDELTA                                           00000366
           ORGANIZATION IS SEQUENTIAL                                   00000369
           FILE STATUS IS FS-DELTA-FILE.                                00000372
           SELECT CONTRACT-FILE                                         00000375
           ASSIGN TO CONTRACT                                           00000380
           ORGANIZATION IS INDEXED                                      00000390
           ACCESS MODE IS DYNAMIC                                       00000400
           RECORD KEY IS CON-TRAN-ID                                    00000410
           FILE STATUS IS FS-CONTRACT-FILE.                             00000420
           SELECT RATE-FILE                                             00000430
           ASSIGN TO SVCRATES                                           00000440
           ORGANIZATION IS SEQUENTIAL                                   00000450
           FILE STATUS IS FS-RATE-FILE.                                 00000460
           SELECT WAIVER-FILE                                           00000470
           ASSIGN TO WAIVERS                                            00000480
           ORGANIZATION IS SEQUENTIAL                                   00000490
           FILE STATUS IS FS-WAIVER-FILE.                               00000500
           SELECT GL-COA-FILE                                           00000510
           ASSIGN TO GLCOA                                              00000520
           ORGANIZATION IS SEQUENTIAL                                   00000530
           FILE STATUS IS FS-GL-COA-FILE.                               00000540
           SELECT GL-JRNL-FILE                                          00000550
           ASSIGN TO GLJRNL                                             00000560
           ORGANIZATION IS SEQUENTIAL                                   00000570
           FILE STATUS IS FS-GL-JRNL-FILE.                              00000580
           SELECT CUST-MASTER-FILE                                      00000590
           ASSIGN TO CUSTMAST                                           00000600
           ORGANIZATION IS SEQUENTIAL                                   00000610
           FILE STATUS IS FS-CUST-MASTER-FILE.                          00000620
           SELECT XREF-FILE                                             00000630
           ASSIGN TO ACCTXREF                                           00000640
           ORGANIZATION IS SEQUENTIAL                                   00000650
           FILE STATUS IS FS-XREF-FILE.                                 00000660
           SELECT STMT-FILE                                             00000670
           ASSIGN TO STMTOUT                                            00000680
           ORGANIZATION IS SEQUENTIAL                                   00000690
           FILE STATUS IS FS-STMT-FILE.                                 00000700
           SELECT PRINT-HANDOFF-FILE                                    00000702
           ASSIGN TO PRTHAND                                            00000704
           ORGANIZATION IS SEQUENTIAL                                   00000706
           FILE STATUS IS FS-PRINT-HANDOFF-FILE.                        00000708
           SELECT STMT-ELEC-FILE                                        00000710
           ASSIGN TO STMTELEC                                           00000720
           ORGANIZATION IS SEQUENTIAL                                   00000730
           FILE STATUS IS FS-STMT-ELEC-FILE.                            00000740
           SELECT STMT-HOLD-FILE                                        00000750
           ASSIGN TO STMTHOLD                                           00000760
           ORGANIZATION IS SEQUENTIAL                                   00000770
           FILE STATUS IS FS-STMT-HOLD-FILE.                            00000780
           SELECT STMT-REVW-FILE                                        00000790
           ASSIGN TO STMTREVW                                           00000800
           ORGANIZATION IS SEQUENTIAL                                   00000810
           FILE STATUS IS FS-STMT-REVW-FILE.                            00000820
           SELECT STMT-ARCH-FILE                                        00000830
           ASSIGN TO STMTARCH                                           00000840
           ORGANIZATION IS SEQUENTIAL                                   00000850
           FILE STATUS IS FS-STMT-ARCH-FILE.                            00000860
           SELECT CONTACT-HIST-FILE                                     00000870
           ASSIGN TO CONTHIST                                           00000880
           ORGANIZATION IS SEQUENTIAL                                   00000890
           FILE STATUS IS FS-CONTACT-HIST-FILE.                         00000900
           SELECT CLOSE-RPT-FILE                                        00000910
           ASSIGN TO CLSRPT                                             00000920
           ORGANIZATION IS SEQUENTIAL                                   00000930
           FILE STATUS IS FS-CLOSE-RPT-FILE.                            00000940
           SELECT AUDIT-LOG-FILE                                        00000950
           ASSIGN TO AUDITLOG                                           00000960
           ORGANIZATION IS SEQUENTIAL                                   00000970
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000980
           SELECT PROC-DATE-FILE                                        00000990
           ASSIGN TO PROCDATE                                           00001000
           ORGANIZATION IS SEQUENTIAL                                   00001010
           FILE STATUS IS FS-PROC-DATE-FILE.                            00001020
       DATA DIVISION.                                                   00001030
       FILE SECTION.                                                    00001040
       FD MYFILE.                                                       00001050
       COPY MYFREC.                                                     00001060
                                                                        00001070
       FD MYF-TRAN-FILE.                                                00001075
       COPY MYFTRAN.                                                    00001080
                                                                        00001085
       FD DELTA-FILE.                                                   00001090
       COPY DELTAREC.                                                   00001095
                                                                        00001100
       FD CONTRACT-FILE.                                                00001110
       COPY CONTRACT.                                                   00001120
                                                                        00001130
      *> ***************************************************************00001140
      *> THE SAME PUBLISHED SERVICE-CHARGE RATES AND WAIVER GRANTS THE  00001150
      *> NIGHTLY EXTRACT PRICES WITH                                    00001160
      *> ***************************************************************00001170
       FD RATE-FILE.                                                    00001180
       01 RATE-RECORD.                                                  00001190
           05 RATE-BAND-FLOOR       PIC 9(11)V99.                       00001200
           05 RATE-PCT              PIC 9V999.                          00001210
           05 RATE-EFF-DATE         PIC 9(08).                          00001220
           05 FILLER                PIC X(15).                          00001230
                                                                        00001240
       FD WAIVER-FILE.                                                  00001250
       01 WAIVER-RECORD.                                                00001260
           05 WVR-ACCT-NO           PIC 9(09).                          00001270
           05 WVR-TYPE              PIC X(02).                          00001280
           05 WVR-EFF-FROM          PIC 9(08).                          00001290
           05 WVR-EFF-TO            PIC 9(08).                          00001300
           05 WVR-OFFICER           PIC X(08).                          00001310
           05 FILLER                PIC X(45).                          00001320
                                                                        00001330
       FD GL-COA-FILE.                                                  00001340
       01 GL-COA-RECORD.                                                00001350
           05 COA-TRAN-TYPE         PIC X(04).                          00001360
           05 COA-DR-ACCOUNT        PIC 9(08).                          00001370
           05 COA-CR-ACCOUNT        PIC 9(08).                          00001380
           05 FILLER                PIC X(60).                          00001390
                                                                        00001400
      *> ***************************************************************00001410
      *> JOURNAL INTERFACE RECORD - ONE BALANCED DR/CR PAIR PER         00001420
      *> SETTLEMENT POSTING PLUS THE BATCH TRAILER THE LEDGER SYSTEM    00001430
      *> VERIFIES ON LOAD (RECORD COUNT AND AMOUNT HASH, IN CENTS)      00001440
      *> ***************************************************************00001450
       FD GL-JRNL-FILE.                                                 00001460
       01 GL-JRNL-RECORD.                                               00001470
           05 JRNL-REC-TYPE         PIC X(01).                          00001480
               88 JRNL-DETAIL-REC    VALUE 'D'.                         00001490
               88 JRNL-TRAILER-REC   VALUE 'T'.                         00001500
           05 JRNL-TRAN-ID          PIC 9(09).                          00001510
           05 JRNL-GL-ACCOUNT       PIC 9(08).                          00001520
           05 JRNL-DR-CR            PIC X(02).                          00001530
           05 JRNL-AMOUNT           PIC 9(13).                          00001540
           05 FILLER                PIC X(17).                          00001550
       01 GL-JRNL-TRAILER REDEFINES GL-JRNL-RECORD.                     00001560
           05 FILLER                PIC X(01).                          00001570
           05 JRNL-TRL-REC-COUNT    PIC 9(09).                          00001580
           05 JRNL-TRL-AMOUNT-HASH  PIC 9(15).                          00001590
           05 FILLER                PIC X(25).                          00001600
                                                                        00001610
       FD CUST-MASTER-FILE.                                             00001620
       COPY CUSTREC.                                                    00001630
                                                                        00001640
       FD XREF-FILE.                                                    00001650
       COPY ACCTXREF.                                                   00001660
                                                                        00001670
       FD STMT-FILE.                                                    00001680
       01 STMT-LINE                 PIC X(133).                         00001690
                                                                        00001692
       FD PRINT-HANDOFF-FILE.                                           00001694
       COPY PRTHAND.                                                    00001696
                                                                        00001700
       FD STMT-ELEC-FILE.                                               00001710
       01 STMT-ELEC-LINE            PIC X(133).                         00001720
                                                                        00001730
       FD STMT-HOLD-FILE.                                               00001740
       01 STMT-HOLD-LINE            PIC X(133).                         00001750
                                                                        00001760
       FD STMT-REVW-FILE.                                               00001770
       01 STMT-REVW-LINE            PIC X(133).                         00001780
                                                                        00001790
       FD STMT-ARCH-FILE.                                               00001800
       COPY STMTARCH.                                                   00001810
                                                                        00001820
       FD CONTACT-HIST-FILE.                                            00001830
       COPY CONTHIST.                                                   00001840
                                                                        00001850
       FD CLOSE-RPT-FILE.                                               00001860
       01 CLOSE-RPT-LINE            PIC X(133).                         00001870
                                                                        00001880
       FD AUDIT-LOG-FILE.                                               00001890
       COPY AUDITLOG.                                                   00001900
                                                                        00001910
       FD PROC-DATE-FILE.                                               00001920
       COPY PROCDREC.                                                   00001930
                                                                        00001940
       WORKING-STORAGE SECTION.                                         00001950
       01 FS-MYFILE PIC XX.                                             00001960
       01 FS-MYF-TRAN-FILE PIC XX.                                      00001966
       01 FS-DELTA-FILE PIC XX.                                         00001972
       01 FS-CONTRACT-FILE PIC XX.                                      00001980
       01 FS-RATE-FILE PIC XX.                                          00001990
       01 FS-WAIVER-FILE PIC XX.                                        00002000
       01 FS-GL-COA-FILE PIC XX.                                        00002010
       01 FS-GL-JRNL-FILE PIC XX.                                       00002020
       01 FS-CUST-MASTER-FILE PIC XX.                                   00002030
       01 FS-XREF-FILE PIC XX.                                          00002040
       01 FS-STMT-FILE PIC XX.                                          00002050
       01 FS-STMT-ELEC-FILE PIC XX.                                     00002060
       01 FS-STMT-HOLD-FILE PIC XX.                                     00002070
       01 FS-STMT-REVW-FILE PIC XX.                                     00002080
       01 FS-STMT-ARCH-FILE PIC XX.                                     00002090
       01 FS-CONTACT-HIST-FILE PIC XX.                                  00002100
       01 FS-CLOSE-RPT-FILE PIC XX.                                     00002110
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00002120
                                                                        00002130
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00002140
           88 WS-EOF VALUE 'Y'.                                         00002150
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00002160
           88 WS-IO-ERROR VALUE 'Y'.                                    00002170
       01 WS-SEQ-EOF-SW PIC X(01) VALUE 'N'.                            00002180
           88 WS-SEQ-EOF VALUE 'Y'.                                     00002190
       01 WS-CON-EOF-SW PIC X(01) VALUE 'N'.                            00002200
           88 WS-CON-EOF VALUE 'Y'.                                     00002210
       01 WS-RATE-EOF-SW PIC X(01) VALUE 'N'.                           00002220
           88 WS-RATE-EOF VALUE 'Y'.                                    00002230
       01 WS-WVR-EOF-SW PIC X(01) VALUE 'N'.                            00002240
           88 WS-WVR-EOF VALUE 'Y'.                                     00002250
       01 WS-WVR-FOUND-SW PIC X(01) VALUE 'N'.                          00002260
           88 WS-WVR-FOUND VALUE 'Y'.                                   00002270
       01 WS-COA-EOF-SW PIC X(01) VALUE 'N'.                            00002280
           88 WS-COA-EOF VALUE 'Y'.                                     00002290
       01 WS-COA-FOUND-SW PIC X(01) VALUE 'N'.                          00002300
           88 WS-COA-FOUND VALUE 'Y'.                                   00002310
       01 WS-CUST-EOF-SW PIC X(01) VALUE 'N'.                           00002320
           88 WS-CUST-EOF VALUE 'Y'.                                    00002330
       01 WS-CUST-FOUND-SW PIC X(01) VALUE 'N'.                         00002340
           88 WS-CUST-FOUND VALUE 'Y'.                                  00002350
       01 WS-XREF-EOF-SW PIC X(01) VALUE 'N'.                           00002360
           88 WS-XREF-EOF VALUE 'Y'.                                    00002370
       01 WS-XREF-LOADED-SW PIC X(01) VALUE 'N'.                        00002380
           88 WS-XREF-LOADED VALUE 'Y'.                                 00002390
       01 WS-SETTLED-SW PIC X(01) VALUE 'N'.                            00002400
           88 WS-ALREADY-SETTLED VALUE 'Y'.                             00002410
       01 WS-POST-OK-SW PIC X(01) VALUE 'Y'.                            00002420
           88 WS-POST-OK VALUE 'Y'.                                     00002430
       01 WS-ADDR-INV-SW PIC X(01) VALUE 'N'.                           00002440
           88 WS-ADDR-INVALID VALUE 'Y'.                                00002450
       01 WS-SUPP-SW PIC X(01) VALUE 'N'.                               00002460
           88 WS-SUPPRESSED VALUE 'Y'.                                  00002470
                                                                        00002480
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00002490
       01 WS-STMT-YYYYMM PIC 9(06) VALUE ZEROES.                        00002500
       01 WS-TRAN-YYYYMM PIC 9(06) VALUE ZEROES.                        00002510
       01 WS-CURR-ACCT-NO PIC 9(09) VALUE ZEROES.                       00002520
       01 WS-NEXT-SEQ-NO PIC 9(05) VALUE ZEROES.                        00002530
       01 WS-LOOKUP-CUST-ID PIC 9(09) VALUE ZEROES.                     00002540
       01 WS-CURR-PREF PIC X(01) VALUE SPACE.                           00002550
       01 WS-CUST-HIT-SUB PIC 9(03) VALUE ZEROES.                       00002560
       01 WS-STMT-OUT PIC X(133) VALUE SPACES.                          00002570
       01 WS-BASE-CURR-CD PIC X(03) VALUE 'USD'.                        00002580
                                                                        00002590
      *> ***************************************************************00002600
      *> SETTLEMENT WORK AREAS.  AMOUNTS ARE IN THE ACCOUNT'S OWN       00002610
      *> CURRENCY ON THE LEDGER; THE JOURNAL LEG IS CONVERTED TO BASE   00002620
      *> AT THE RATE RETAINED ON THE ACCOUNT HEADER                     00002630
      *> ***************************************************************00002640
       01 WS-CLOSING-BAL PIC S9(11)V99 COMP-3 VALUE ZEROES.             00002650
       01 WS-RUN-BAL PIC S9(11)V99 COMP-3 VALUE ZEROES.                 00002660
       01 WS-INT-PAID PIC S9(11)V99 COMP-3 VALUE ZEROES.                00002670
       01 WS-SVC-CHARGE PIC S9(11)V99 COMP-3 VALUE ZEROES.              00002680
       01 WS-SETTLE-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.              00002690
       01 WS-POST-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.                00002700
       01 WS-POST-DESC PIC X(30) VALUE SPACES.                          00002710
       01 WS-BALANCE-AFTER PIC S9(11)V99 COMP-3 VALUE ZEROES.           00002720
       01 WS-BASE-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZEROES.             00002730
       01 WS-JRNL-TYPE PIC X(04) VALUE SPACES.                          00002740
       01 WS-JRNL-SRC-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.            00002750
       01 WS-JRNL-BASE-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.           00002760
       01 WS-JRNL-DR-ACCOUNT PIC 9(08) VALUE ZEROES.                    00002770
       01 WS-JRNL-CR-ACCOUNT PIC 9(08) VALUE ZEROES.                    00002780
       01 WS-JRNL-REC-COUNT PIC 9(09) VALUE ZEROES.                     00002790
       01 WS-JRNL-AMOUNT-HASH PIC 9(15) VALUE ZEROES.                   00002800
       01 WS-JRNL-AMOUNT-CENTS PIC 9(13) VALUE ZEROES.                  00002810
       01 WS-SUSPENSE-ACCOUNT PIC 9(08) VALUE 99999999.                 00002820
       01 WS-RESULT-TEXT PIC X(30) VALUE SPACES.                        00002830
                                                                        00002840
       01 WS-SVC-CHARGE-RATE PIC SV999 COMP-3 VALUE .020.               00002850
       01 WS-APPLIED-RATE PIC SV999 COMP-3 VALUE ZEROES.                00002860
       01 WS-RATE-TABLE.                                                00002870
           05 WS-RATE-ENTRY OCCURS 50 TIMES.                            00002880
               10 TBL-RATE-BAND-FLOOR   PIC 9(11)V99.                   00002890
               10 TBL-RATE-PCT          PIC 9V999.                      00002900
               10 TBL-RATE-EFF-DATE     PIC 9(08).                      00002910
       01 WS-RATE-COUNT PIC 9(02) VALUE ZEROES.                         00002920
       01 WS-RATE-MAX PIC 9(02) VALUE 50.                               00002930
       01 WS-RATE-SUB PIC 9(02) VALUE ZEROES.                           00002940
       01 WS-BEST-SUB PIC 9(02) VALUE ZEROES.                           00002950
       01 WS-WVR-TABLE.                                                 00002960
           05 WS-WVR-ENTRY OCCURS 200 TIMES.                            00002970
               10 TBL-WVR-ACCT-NO   PIC 9(09).                          00002980
               10 TBL-WVR-EFF-FROM  PIC 9(08).                          00002990
               10 TBL-WVR-EFF-TO    PIC 9(08).                          00003000
       01 WS-WVR-COUNT PIC 9(03) VALUE ZEROES.                          00003010
       01 WS-WVR-MAX PIC 9(03) VALUE 200.                               00003020
       01 WS-WVR-SUB PIC 9(03) VALUE ZEROES.                            00003030
       01 WS-COA-TABLE.                                                 00003040
           05 WS-COA-ENTRY OCCURS 100 TIMES.                            00003050
               10 TBL-COA-TRAN-TYPE     PIC X(04).                      00003060
               10 TBL-COA-DR-ACCOUNT    PIC 9(08).                      00003070
               10 TBL-COA-CR-ACCOUNT    PIC 9(08).                      00003080
       01 WS-COA-COUNT PIC 9(03) VALUE ZEROES.                          00003090
       01 WS-COA-MAX PIC 9(03) VALUE 100.                               00003100
       01 WS-COA-SUB PIC 9(03) VALUE ZEROES.                            00003110
                                                                        00003120
      *> ***************************************************************00003130
      *> OPEN CONTRACTS BY ACCOUNT.  THE CONTRACT MASTER IS KEYED BY    00003140
      *> TRAN-ID, SO ONE PASS AT START-UP FINDS WHICH BELONG TO WHOM    00003150
      *> ***************************************************************00003160
       01 WS-CON-TABLE.                                                 00003170
           05 WS-CON-ENTRY OCCURS 500 TIMES.                            00003180
               10 TBL-CON-TRAN-ID       PIC 9(09).                      00003190
               10 TBL-CON-ACCT-NO       PIC 9(09).                      00003200
       01 WS-CON-COUNT PIC 9(03) VALUE ZEROES.                          00003210
       01 WS-CON-MAX PIC 9(03) VALUE 500.                               00003220
       01 WS-CON-SUB PIC 9(03) VALUE ZEROES.                            00003230
                                                                        00003240
      *> ***************************************************************00003250
      *> STATEMENT OWNER LOOKUP, LOADED AS STMTGEN LOADS IT             00003260
      *> ***************************************************************00003270
       01 WS-CUST-TABLE.                                                00003280
           05 WS-CUST-ENTRY OCCURS 200 TIMES.                           00003290
               10 TBL-CUST-ID           PIC 9(09).                      00003300
               10 TBL-CUST-NAME         PIC X(41).                      00003310
               10 TBL-CUST-ADDR-LINE1   PIC X(30).                      00003320
               10 TBL-CUST-ADDR-LINE2   PIC X(30).                      00003330
               10 TBL-CUST-CITY-ST-ZIP  PIC X(34).                      00003340
               10 TBL-CUST-PREF         PIC X(01).                      00003350
               10 TBL-CUST-ADDR-INV     PIC X(01).                      00003360
               10 TBL-CUST-SUPP         PIC X(01).                      00003370
       01 WS-CUST-COUNT PIC 9(03) VALUE ZEROES.                         00003380
       01 WS-CUST-MAX PIC 9(03) VALUE 200.                              00003390
       01 WS-CUST-SUB PIC 9(03) VALUE ZEROES.                           00003400
       01 WS-XREF-TABLE.                                                00003410
           05 WS-XREF-ENTRY OCCURS 500 TIMES.                           00003420
               10 TBL-AXR-ACCT-NO       PIC 9(09).                      00003430
               10 TBL-AXR-CUST-ID       PIC 9(09).                      00003440
               10 TBL-AXR-STATUS        PIC X(01).                      00003450
       01 WS-XREF-COUNT PIC 9(03) VALUE ZEROES.                         00003460
       01 WS-XREF-MAX PIC 9(03) VALUE 500.                              00003470
       01 WS-XREF-SUB PIC 9(03) VALUE ZEROES.                           00003480
                                                                        00003490
       01 WS-ACCT-TRAN-COUNT PIC 9(07) VALUE ZEROES.                    00003500
       01 WS-ACCT-TOTAL-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.          00003510
                                                                        00003520
       01 WS-RECS-READ PIC 9(09) VALUE ZEROES.                          00003530
       01 WS-ACCTS-SETTLED PIC 9(07) VALUE ZEROES.                      00003540
       01 WS-ACCTS-SKIPPED PIC 9(07) VALUE ZEROES.                      00003550
       01 WS-ACCTS-FAILED PIC 9(07) VALUE ZEROES.                       00003560
       01 WS-CONTRACTS-CLOSED PIC 9(07) VALUE ZEROES.                   00003570
       01 WS-CHARGES-WAIVED PIC 9(07) VALUE ZEROES.                     00003580
       01 WS-STMTS-WRITTEN PIC 9(07) VALUE ZEROES.                      00003590
       01 WS-STMTS-HELD PIC 9(07) VALUE ZEROES.                         00003600
       01 WS-STMTS-SUPPRESSED PIC 9(07) VALUE ZEROES.                   00003610
       01 WS-STMTS-TO-PRINT PIC 9(09) VALUE ZEROES.                     00003615
       01 WS-TOTAL-INT PIC S9(13)V99 COMP-3 VALUE ZEROES.               00003620
       01 WS-TOTAL-CHARGE PIC S9(13)V99 COMP-3 VALUE ZEROES.            00003630
       01 WS-TOTAL-PAID-OUT PIC S9(13)V99 COMP-3 VALUE ZEROES.          00003640
       01 WS-TOTAL-DUE PIC S9(13)V99 COMP-3 VALUE ZEROES.               00003650
       COPY ABENDCPY.                                                   00003660
       COPY PRTHWS.                                                     00003665
       COPY AUDITCHN.                                                   00003670
       COPY PROCDCPY.                                                   00003680
                                                                        00003690
      *> ***************************************************************00003700
      *> FINAL STATEMENT LINES - THE STMTGEN LAYOUT                     00003710
      *> ***************************************************************00003720
       01 WS-HDR-LINE-1.                                                00003730
           05 FILLER PIC X(01) VALUE '1'.                               00003740
           05 FILLER PIC X(26)                                          00003750
              VALUE 'ACCOUNT STATEMENT'.                                00003760
           05 FILLER PIC X(10) VALUE 'ACCOUNT '.                        00003770
           05 HDR1-ACCT-NO PIC 9(09).                                   00003780
           05 FILLER PIC X(05) VALUE SPACES.                            00003790
           05 FILLER PIC X(10) VALUE 'PERIOD '.                         00003800
           05 HDR1-YEAR PIC 9(04).                                      00003810
           05 FILLER PIC X(01) VALUE '/'.                               00003820
           05 HDR1-MONTH PIC 9(02).                                     00003830
                                                                        00003840
       01 WS-NAME-LINE.                                                 00003850
           05 FILLER PIC X(01) VALUE SPACE.                             00003860
           05 NAME-LINE-TEXT PIC X(41).                                 00003870
                                                                        00003880
       01 WS-ADDR-LINE.                                                 00003890
           05 FILLER PIC X(01) VALUE SPACE.                             00003900
           05 ADDR-LINE-TEXT PIC X(34).                                 00003910
                                                                        00003920
       01 WS-COL-HDR-LINE.                                              00003930
           05 FILLER PIC X(01) VALUE '0'.                               00003940
           05 FILLER PIC X(10) VALUE 'TRAN DT'.                         00003950
           05 FILLER PIC X(32) VALUE 'DESCRIPTION'.                     00003960
           05 FILLER PIC X(14) VALUE 'AMOUNT'.                          00003970
                                                                        00003980
       01 WS-OPEN-LINE.                                                 00003990
           05 FILLER PIC X(01) VALUE SPACE.                             00004000
           05 FILLER PIC X(22)                                          00004010
              VALUE 'OPENING - STATEMENT'.                              00004020
           05 FILLER PIC X(09) VALUE 'FOR ACCT '.                       00004030
           05 OPEN-ACCT-NO PIC 9(09).                                   00004040
                                                                        00004050
       01 WS-DTL-LINE.                                                  00004060
           05 FILLER PIC X(01) VALUE SPACE.                             00004070
           05 DTL-TRAN-DATE PIC 9(08).                                  00004080
           05 FILLER PIC X(02) VALUE SPACES.                            00004090
           05 DTL-DESC PIC X(30).                                       00004100
           05 FILLER PIC X(02) VALUE SPACES.                            00004110
           05 DTL-AMOUNT PIC Z(10)9.99-.                                00004120
                                                                        00004130
       01 WS-TOTAL-LINE.                                                00004140
           05 FILLER PIC X(01) VALUE SPACE.                             00004150
           05 FILLER PIC X(19) VALUE 'CLOSING - '.                      00004160
           05 TOT-TRAN-COUNT PIC ZZZ,ZZ9.                               00004170
           05 FILLER PIC X(13) VALUE ' TRANS TOTAL '.                   00004180
           05 TOT-AMOUNT PIC Z(10)9.99-.                                00004190
                                                                        00004200
       01 WS-NO-CUST-LINE.                                              00004210
           05 FILLER PIC X(01) VALUE SPACE.                             00004220
           05 FILLER PIC X(40)                                          00004230
              VALUE '** CUSTOMER NOT ON FILE - DO NOT MAIL **'.         00004240
                                                                        00004250
       01 WS-CLOSED-LINE.                                               00004260
           05 FILLER PIC X(01) VALUE SPACE.                             00004270
           05 FILLER PIC X(34)                                          00004280
              VALUE '** ACCOUNT CLOSED EFFECTIVE '.                     00004290
           05 CLSD-DATE PIC 9(08).                                      00004300
           05 FILLER PIC X(26)                                          00004310
              VALUE ' - FINAL STATEMENT **'.                            00004320
                                                                        00004330
      *> ***************************************************************00004340
      *> SETTLEMENT REPORT LINES                                        00004350
      *> ***************************************************************00004360
       01 WS-RPT-HDR-1.                                                 00004370
           05 FILLER PIC X(01) VALUE '1'.                               00004380
           05 FILLER PIC X(45)                                          00004390
              VALUE 'CLOSESET - ACCOUNT CLOSURE SETTLEMENTS'.           00004400
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00004410
           05 RPT-RUN-DATE PIC 9(08).                                   00004420
                                                                        00004430
       01 WS-RPT-HDR-2.                                                 00004440
           05 FILLER PIC X(01) VALUE SPACE.                             00004450
           05 FILLER PIC X(11) VALUE 'ACCOUNT'.                         00004460
           05 FILLER PIC X(04) VALUE 'CUR'.                             00004470
           05 FILLER PIC X(16) VALUE 'CLOSING BAL'.                     00004480
           05 FILLER PIC X(16) VALUE 'INTEREST PAID'.                   00004490
           05 FILLER PIC X(16) VALUE 'SERVICE CHG'.                     00004500
           05 FILLER PIC X(16) VALUE 'SETTLED'.                         00004510
           05 FILLER PIC X(30) VALUE 'RESULT'.                          00004520
                                                                        00004530
       01 WS-RPT-DTL.                                                   00004540
           05 FILLER PIC X(01) VALUE SPACE.                             00004550
           05 RPT-ACCT-NO PIC 9(09).                                    00004560
           05 FILLER PIC X(02) VALUE SPACES.                            00004570
           05 RPT-CURR-CD PIC X(03).                                    00004580
           05 FILLER PIC X(01) VALUE SPACE.                             00004590
           05 RPT-CLOSING-BAL PIC Z(10)9.99-.                           00004600
           05 FILLER PIC X(01) VALUE SPACE.                             00004610
           05 RPT-INT-PAID PIC Z(10)9.99-.                              00004620
           05 FILLER PIC X(01) VALUE SPACE.                             00004630
           05 RPT-SVC-CHARGE PIC Z(10)9.99-.                            00004640
           05 FILLER PIC X(01) VALUE SPACE.                             00004650
           05 RPT-SETTLED PIC Z(10)9.99-.                               00004660
           05 FILLER PIC X(01) VALUE SPACE.                             00004670
           05 RPT-RESULT PIC X(30).                                     00004680
                                                                        00004690
       01 WS-RPT-TOT.                                                   00004700
           05 FILLER PIC X(01) VALUE '0'.                               00004710
           05 FILLER PIC X(16) VALUE 'SETTLED'.                         00004720
           05 TOT-SETTLED PIC Z(06)9.                                   00004730
           05 FILLER PIC X(04) VALUE SPACES.                            00004740
           05 FILLER PIC X(15) VALUE 'PAID OUT'.                        00004750
           05 TOT-PAID-OUT PIC Z(12)9.99-.                              00004760
           05 FILLER PIC X(04) VALUE SPACES.                            00004770
           05 FILLER PIC X(15) VALUE 'DUE FROM CUST'.                   00004780
           05 TOT-DUE PIC Z(12)9.99-.                                   00004790
                                                                        00004800
       PROCEDURE DIVISION.                                              00004810
       0000-MAIN.                                                       00004820
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00004830
           PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT                  00004840
              UNTIL WS-EOF                                              00004850
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00004860
           IF WS-IO-ERROR                                               00004870
              MOVE 12 TO RETURN-CODE                                    00004880
           ELSE                                                         00004890
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00004900
           END-IF                                                       00004910
           GOBACK.                                                      00004920
                                                                        00004930
      *> ***************************************************************00004940
      *> RUN DATE, THE ACCOUNT AND LEDGER FILES FOR UPDATE, THE         00004950
      *> PRICING AND GL TABLES, THE STATEMENT OWNER TABLES, THEN THE    00004960
      *> OUTPUTS                                                        00004970
      *> ***************************************************************00004980
       1000-INITIALIZE.                                                 00004990
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00005000
           IF WS-PROCESS-DATE > 0                                       00005010
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00005020
           ELSE                                                         00005030
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00005040
           END-IF                                                       00005050
           COMPUTE WS-STMT-YYYYMM = WS-RUN-DATE / 100                   00005060
                                                                        00005070
           OPEN I-O MYFILE                                              00005080
           EVALUATE FS-MYFILE                                           00005090
             WHEN "00"                                                  00005100
               CONTINUE                                                 00005110
             WHEN "35"                                                  00005120
               MOVE "MYFILE NOT FOUND" TO WS-ABEND-MESSAGE              00005130
               GO TO 9999-ABEND                                         00005140
             WHEN OTHER                                                 00005150
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00005160
               GO TO 9999-ABEND                                         00005170
           END-EVALUATE                                                 00005180
      *> THE LEDGER OPENS WITH THE HEADER: A SETTLEMENT POSTING IS      00005190
      *> NEVER APPLIED TO ONE WITHOUT THE OTHER                         00005200
           OPEN I-O MYF-TRAN-FILE                                       00005210
           EVALUATE FS-MYF-TRAN-FILE                                    00005220
             WHEN "00"                                                  00005230
               CONTINUE                                                 00005240
             WHEN "35"                                                  00005250
               MOVE "MYFILE LEDGER NOT FOUND" TO WS-ABEND-MESSAGE       00005260
               GO TO 9999-ABEND                                         00005270
             WHEN OTHER                                                 00005280
               MOVE "OPEN FAILED ON MYF-TRAN-FILE" TO WS-ABEND-MESSAGE  00005282
               GO TO 9999-ABEND                                         00005284
           END-EVALUATE                                                 00005286
      *> EVERY SETTLED ACCOUNT GOES ON THE SHARED DELTA FEED SO THE     00005288
      *> NEXT INCREMENTAL EXTRACT SWEEPS IT                             00005290
           OPEN EXTEND DELTA-FILE                                       00005292
           IF FS-DELTA-FILE = "35"                                      00005294
              OPEN OUTPUT DELTA-FILE                                    00005296
           END-IF                                                       00005298
           IF FS-DELTA-FILE NOT = "00"                                  00005300
              MOVE "OPEN FAILED ON DELTA-FILE" TO WS-ABEND-MESSAGE      00005302
              GO TO 9999-ABEND                                          00005304
           END-IF                                                       00005306
      *> NO CONTRACT MASTER YET MEANS NO CONTRACT HAS INTEREST TO PAY   00005320
           OPEN I-O CONTRACT-FILE                                       00005330
           EVALUATE FS-CONTRACT-FILE                                    00005340
             WHEN "00"                                                  00005350
               PERFORM 1400-LOAD-CONTRACTS THRU 1400-EXIT               00005360
             WHEN "35"                                                  00005370
               DISPLAY "NO CONTRACT MASTER, NO INTEREST TO SETTLE"      00005380
             WHEN OTHER                                                 00005390
               MOVE "OPEN FAILED ON CONTRACT-FILE" TO WS-ABEND-MESSAGE  00005400
               GO TO 9999-ABEND                                         00005410
           END-EVALUATE                                                 00005420
                                                                        00005430
           PERFORM 1100-LOAD-COA THRU 1100-EXIT                         00005440
           PERFORM 1200-LOAD-RATES THRU 1200-EXIT                       00005450
           PERFORM 1300-LOAD-WAIVERS THRU 1300-EXIT                     00005460
           PERFORM 1500-LOAD-CUSTOMERS THRU 1500-EXIT                   00005470
           PERFORM 1600-LOAD-XREF THRU 1600-EXIT                        00005480
                                                                        00005490
           OPEN OUTPUT GL-JRNL-FILE                                     00005500
           IF FS-GL-JRNL-FILE NOT = "00"                                00005510
              MOVE "OPEN FAILED ON GL-JRNL-FILE" TO WS-ABEND-MESSAGE    00005520
              GO TO 9999-ABEND                                          00005530
           END-IF                                                       00005540
           OPEN OUTPUT STMT-FILE                                        00005550
           IF FS-STMT-FILE NOT = "00"                                   00005560
              MOVE "OPEN FAILED ON STMT-FILE" TO WS-ABEND-MESSAGE       00005570
              GO TO 9999-ABEND                                          00005580
           END-IF                                                       00005590
           OPEN OUTPUT STMT-ELEC-FILE                                   00005600
           IF FS-STMT-ELEC-FILE NOT = "00"                              00005610
              MOVE "OPEN FAILED ON STMT-ELEC-FILE" TO WS-ABEND-MESSAGE  00005620
              GO TO 9999-ABEND                                          00005630
           END-IF                                                       00005640
           OPEN OUTPUT STMT-HOLD-FILE                                   00005650
           IF FS-STMT-HOLD-FILE NOT = "00"                              00005660
              MOVE "OPEN FAILED ON STMT-HOLD-FILE" TO WS-ABEND-MESSAGE  00005670
              GO TO 9999-ABEND                                          00005680
           END-IF                                                       00005690
           OPEN OUTPUT STMT-REVW-FILE                                   00005700
           IF FS-STMT-REVW-FILE NOT = "00"                              00005710
              MOVE "OPEN FAILED ON STMT-REVW-FILE" TO WS-ABEND-MESSAGE  00005720
              GO TO 9999-ABEND                                          00005730
           END-IF                                                       00005740
      *> FINAL STATEMENTS ACCUMULATE NIGHT BY NIGHT IN ONE ARCHIVE      00005750
      *> THE REPRINT RUN CONCATENATES WITH THE MONTHLY GENERATIONS      00005760
           OPEN EXTEND STMT-ARCH-FILE                                   00005770
           IF FS-STMT-ARCH-FILE = "35"                                  00005780
              OPEN OUTPUT STMT-ARCH-FILE                                00005790
           END-IF                                                       00005800
           IF FS-STMT-ARCH-FILE NOT = "00"                              00005810
              MOVE "OPEN FAILED ON STMT-ARCH-FILE" TO WS-ABEND-MESSAGE  00005820
              GO TO 9999-ABEND                                          00005830
           END-IF                                                       00005840
           OPEN EXTEND CONTACT-HIST-FILE                                00005850
           IF FS-CONTACT-HIST-FILE = "35"                               00005860
              OPEN OUTPUT CONTACT-HIST-FILE                             00005870
           END-IF                                                       00005880
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00005890
              MOVE "OPEN FAILED ON CONTACT-HIST-FILE" TO                00005900
                 WS-ABEND-MESSAGE                                       00005910
              GO TO 9999-ABEND                                          00005920
           END-IF                                                       00005930
           OPEN OUTPUT CLOSE-RPT-FILE                                   00005940
           IF FS-CLOSE-RPT-FILE NOT = "00"                              00005950
              MOVE "OPEN FAILED ON CLOSE-RPT-FILE" TO WS-ABEND-MESSAGE  00005960
              GO TO 9999-ABEND                                          00005970
           END-IF                                                       00005980
           MOVE "CLOSESET" TO ALOG-PROGRAM-ID                           00005990
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00006000
                                                                        00006010
           MOVE WS-RUN-DATE TO RPT-RUN-DATE                             00006020
           WRITE CLOSE-RPT-LINE FROM WS-RPT-HDR-1                       00006030
           WRITE CLOSE-RPT-LINE FROM WS-RPT-HDR-2                       00006040
           PERFORM 2900-READ-MYFILE THRU 2900-EXIT.                     00006050
       1000-EXIT.                                                       00006060
           EXIT.                                                        00006070
                                                                        00006080
      *> ***************************************************************00006090
      *> LOAD THE CHART-OF-ACCOUNTS MAPPING.  A MISSING DATASET MEANS   00006100
      *> EVERY TYPE POSTS TO SUSPENSE, WHICH THE LEDGER DESK WILL SEE   00006110
      *> AND CHASE - THE BATCH IS NEVER SILENTLY DROPPED                00006120
      *> ***************************************************************00006130
       1100-LOAD-COA.                                                   00006140
           OPEN INPUT GL-COA-FILE                                       00006150
           EVALUATE FS-GL-COA-FILE                                      00006160
             WHEN "00"                                                  00006170
               PERFORM UNTIL WS-COA-EOF                                 00006180
                 READ GL-COA-FILE                                       00006190
                   AT END                                               00006200
                     SET WS-COA-EOF TO TRUE                             00006210
                   NOT AT END                                           00006220
                     IF COA-DR-ACCOUNT NUMERIC                          00006224
                        AND COA-CR-ACCOUNT NUMERIC                      00006228
                        IF WS-COA-COUNT NOT < WS-COA-MAX                00006232
                           DISPLAY "COA TABLE FULL AT TYPE: "           00006236
                             COA-TRAN-TYPE                              00006240
                           MOVE "CHART OF ACCOUNTS EXCEEDS COA TABLE"   00006244
                              TO WS-ABEND-MESSAGE                       00006248
                           GO TO 9999-ABEND                             00006252
                        END-IF                                          00006256
                        ADD 1 TO WS-COA-COUNT                           00006260
                        MOVE COA-TRAN-TYPE TO                           00006270
                           TBL-COA-TRAN-TYPE (WS-COA-COUNT)             00006280
                        MOVE COA-DR-ACCOUNT TO                          00006290
                           TBL-COA-DR-ACCOUNT (WS-COA-COUNT)            00006300
                        MOVE COA-CR-ACCOUNT TO                          00006310
                           TBL-COA-CR-ACCOUNT (WS-COA-COUNT)            00006320
                     ELSE                                               00006330
                        DISPLAY "BAD COA RECORD, TYPE: "                00006340
                          COA-TRAN-TYPE                                 00006350
                     END-IF                                             00006360
                 END-READ                                               00006370
               END-PERFORM                                              00006380
               CLOSE GL-COA-FILE                                        00006390
             WHEN "35"                                                  00006400
               DISPLAY "NO CHART OF ACCOUNTS, POSTING TO SUSPENSE"      00006410
             WHEN OTHER                                                 00006420
               MOVE "OPEN FAILED ON GL-COA-FILE" TO WS-ABEND-MESSAGE    00006430
               GO TO 9999-ABEND                                         00006440
           END-EVALUATE.                                                00006450
       1100-EXIT.                                                       00006460
           EXIT.                                                        00006470
                                                                        00006480
      *> ***************************************************************00006490
      *> SAME LOADER AND SELECTION RULE AS THE EXTRACT USES, SO THE     00006500
      *> CHARGE TAKEN AT CLOSURE IS THE CHARGE THE NIGHT WOULD TAKE     00006510
      *> ***************************************************************00006520
       1200-LOAD-RATES.                                                 00006530
           OPEN INPUT RATE-FILE                                         00006540
           EVALUATE FS-RATE-FILE                                        00006550
             WHEN "00"                                                  00006560
               PERFORM UNTIL WS-RATE-EOF                                00006570
                 READ RATE-FILE                                         00006580
                   AT END                                               00006590
                     SET WS-RATE-EOF TO TRUE                            00006600
                   NOT AT END                                           00006610
                     IF RATE-BAND-FLOOR NUMERIC                         00006620
                        AND RATE-PCT NUMERIC                            00006630
                        AND RATE-EFF-DATE NUMERIC                       00006640
                        AND WS-RATE-COUNT < WS-RATE-MAX                 00006650
                        ADD 1 TO WS-RATE-COUNT                          00006660
                        MOVE RATE-BAND-FLOOR TO                         00006670
                           TBL-RATE-BAND-FLOOR (WS-RATE-COUNT)          00006680
                        MOVE RATE-PCT TO                                00006690
                           TBL-RATE-PCT (WS-RATE-COUNT)                 00006700
                        MOVE RATE-EFF-DATE TO                           00006710
                           TBL-RATE-EFF-DATE (WS-RATE-COUNT)            00006720
                     END-IF                                             00006730
                 END-READ                                               00006740
               END-PERFORM                                              00006750
               CLOSE RATE-FILE                                          00006760
             WHEN "35"                                                  00006770
               DISPLAY "NO RATES DATASET, CHARGING FLAT RATE"           00006780
             WHEN OTHER                                                 00006790
               MOVE "OPEN FAILED ON RATE-FILE" TO WS-ABEND-MESSAGE      00006800
               GO TO 9999-ABEND                                         00006810
           END-EVALUATE.                                                00006820
       1200-EXIT.                                                       00006830
           EXIT.                                                        00006840
                                                                        00006850
      *> ***************************************************************00006860
      *> A MISSING WAIVERS DATASET MEANS NOBODY IS WAIVED               00006870
      *> ***************************************************************00006880
       1300-LOAD-WAIVERS.                                               00006890
           OPEN INPUT WAIVER-FILE                                       00006900
           EVALUATE FS-WAIVER-FILE                                      00006910
             WHEN "00"                                                  00006920
               PERFORM UNTIL WS-WVR-EOF                                 00006930
                 READ WAIVER-FILE                                       00006940
                   AT END                                               00006950
                     SET WS-WVR-EOF TO TRUE                             00006960
                   NOT AT END                                           00006970
                     IF WVR-ACCT-NO NUMERIC                             00006980
                        AND WVR-ACCT-NO > 0                             00006990
                        AND WVR-EFF-FROM NUMERIC                        00007000
                        AND WVR-EFF-TO NUMERIC                          00007010
                        AND WS-WVR-COUNT < WS-WVR-MAX                   00007020
                        ADD 1 TO WS-WVR-COUNT                           00007030
                        MOVE WVR-ACCT-NO TO                             00007040
                           TBL-WVR-ACCT-NO (WS-WVR-COUNT)               00007050
                        MOVE WVR-EFF-FROM TO                            00007060
                           TBL-WVR-EFF-FROM (WS-WVR-COUNT)              00007070
                        MOVE WVR-EFF-TO TO                              00007080
                           TBL-WVR-EFF-TO (WS-WVR-COUNT)                00007090
                     END-IF                                             00007100
                 END-READ                                               00007110
               END-PERFORM                                              00007120
               CLOSE WAIVER-FILE                                        00007130
             WHEN "35"                                                  00007140
               DISPLAY "NO WAIVER DATASET, NO CHARGES WAIVED"           00007150
             WHEN OTHER                                                 00007160
               MOVE "OPEN FAILED ON WAIVER-FILE" TO                     00007170
                  WS-ABEND-MESSAGE                                      00007180
               GO TO 9999-ABEND                                         00007190
           END-EVALUATE.                                                00007200
       1300-EXIT.                                                       00007210
           EXIT.                                                        00007220
                                                                        00007230
       1400-LOAD-CONTRACTS.                                             00007240
           PERFORM UNTIL WS-CON-EOF                                     00007250
             READ CONTRACT-FILE NEXT                                    00007260
               AT END                                                   00007270
                 SET WS-CON-EOF TO TRUE                                 00007280
               NOT AT END                                               00007290
                 IF CON-OPEN                                            00007300
                    IF WS-CON-COUNT < WS-CON-MAX                        00007310
                       ADD 1 TO WS-CON-COUNT                            00007320
                       MOVE CON-TRAN-ID TO                              00007330
                          TBL-CON-TRAN-ID (WS-CON-COUNT)                00007340
                       MOVE CON-ACCT-NO TO                              00007350
                          TBL-CON-ACCT-NO (WS-CON-COUNT)                00007360
                    ELSE                                                00007370
                       DISPLAY "CONTRACT TABLE FULL, IGNORING: "        00007380
                         CON-TRAN-ID                                    00007390
                       SET RC-WARNING TO TRUE                           00007400
                    END-IF                                              00007410
                 END-IF                                                 00007420
             END-READ                                                   00007430
           END-PERFORM                                                  00007440
           DISPLAY "OPEN CONTRACTS LOADED: " WS-CON-COUNT.              00007450
       1400-EXIT.                                                       00007460
           EXIT.                                                        00007470
                                                                        00007480
      *> ***************************************************************00007490
      *> THE STATEMENT OWNER'S NAME, ADDRESS AND DELIVERY FLAGS OFF     00007500
      *> THE CUSTOMER MASTER IMAGE STMTGEN ADDRESSES FROM               00007510
      *> ***************************************************************00007520
       1500-LOAD-CUSTOMERS.                                             00007530
           OPEN INPUT CUST-MASTER-FILE                                  00007540
           EVALUATE FS-CUST-MASTER-FILE                                 00007550
             WHEN "00"                                                  00007560
               PERFORM UNTIL WS-CUST-EOF                                00007570
                 READ CUST-MASTER-FILE                                  00007580
                   AT END                                               00007590
                     SET WS-CUST-EOF TO TRUE                            00007600
                   NOT AT END                                           00007610
                     PERFORM 1550-LOAD-ONE-CUSTOMER THRU 1550-EXIT      00007620
                 END-READ                                               00007630
               END-PERFORM                                              00007640
               CLOSE CUST-MASTER-FILE                                   00007650
               DISPLAY "CUSTOMERS LOADED: " WS-CUST-COUNT               00007660
             WHEN "35"                                                  00007670
               DISPLAY "NO CUSTOMER MASTER, STATEMENTS UNADDRESSED"     00007680
             WHEN OTHER                                                 00007690
               MOVE "OPEN FAILED ON CUST-MASTER-FILE" TO                00007700
                  WS-ABEND-MESSAGE                                      00007710
               GO TO 9999-ABEND                                         00007720
           END-EVALUATE.                                                00007730
       1500-EXIT.                                                       00007740
           EXIT.                                                        00007750
                                                                        00007760
       1550-LOAD-ONE-CUSTOMER.                                          00007770
           IF WS-CUST-COUNT NOT < WS-CUST-MAX                           00007780
              DISPLAY "CUSTOMER TABLE FULL, IGNORING ID: " CUST-ID      00007790
              GO TO 1550-EXIT                                           00007800
           END-IF                                                       00007810
           ADD 1 TO WS-CUST-COUNT                                       00007820
           MOVE CUST-ID TO TBL-CUST-ID (WS-CUST-COUNT)                  00007830
           MOVE SPACES TO TBL-CUST-NAME (WS-CUST-COUNT)                 00007840
           STRING CUST-FIRST-NAME DELIMITED BY '  '                     00007850
              ' ' DELIMITED BY SIZE                                     00007860
              CUST-LAST-NAME DELIMITED BY '  '                          00007870
              INTO TBL-CUST-NAME (WS-CUST-COUNT)                        00007880
           MOVE CUST-DELIV-PREF TO TBL-CUST-PREF (WS-CUST-COUNT)        00007890
           MOVE CUST-ADDR-INVALID TO TBL-CUST-ADDR-INV (WS-CUST-COUNT)  00007900
           MOVE CUST-SUPPRESS TO TBL-CUST-SUPP (WS-CUST-COUNT)          00007910
           MOVE CUST-ADDR-LINE1 TO TBL-CUST-ADDR-LINE1 (WS-CUST-COUNT)  00007920
           MOVE CUST-ADDR-LINE2 TO TBL-CUST-ADDR-LINE2 (WS-CUST-COUNT)  00007930
           MOVE SPACES TO TBL-CUST-CITY-ST-ZIP (WS-CUST-COUNT)          00007940
           STRING CUST-CITY DELIMITED BY '  '                           00007950
              ' ' DELIMITED BY SIZE                                     00007960
              CUST-STATE DELIMITED BY SIZE                              00007970
              ' ' DELIMITED BY SIZE                                     00007980
              CUST-ZIP DELIMITED BY SIZE                                00007990
              INTO TBL-CUST-CITY-ST-ZIP (WS-CUST-COUNT).                00008000
       1550-EXIT.                                                       00008010
           EXIT.                                                        00008020
                                                                        00008030
       1600-LOAD-XREF.                                                  00008040
           OPEN INPUT XREF-FILE                                         00008050
           EVALUATE FS-XREF-FILE                                        00008060
             WHEN "00"                                                  00008070
               SET WS-XREF-LOADED TO TRUE                               00008080
               PERFORM UNTIL WS-XREF-EOF                                00008090
                 READ XREF-FILE                                         00008100
                   AT END                                               00008110
                     SET WS-XREF-EOF TO TRUE                            00008120
                   NOT AT END                                           00008130
                     IF WS-XREF-COUNT < WS-XREF-MAX                     00008140
                        ADD 1 TO WS-XREF-COUNT                          00008150
                        MOVE AXR-ACCT-NO TO                             00008160
                           TBL-AXR-ACCT-NO (WS-XREF-COUNT)              00008170
                        MOVE AXR-CUST-ID TO                             00008180
                           TBL-AXR-CUST-ID (WS-XREF-COUNT)              00008190
                        MOVE AXR-STATUS TO                              00008200
                           TBL-AXR-STATUS (WS-XREF-COUNT)               00008210
                     ELSE                                               00008220
                        DISPLAY "XREF TABLE FULL, ENTRY DROPPED: "      00008230
                          AXR-ACCT-NO                                   00008240
                     END-IF                                             00008250
                 END-READ                                               00008260
               END-PERFORM                                              00008270
               CLOSE XREF-FILE                                          00008280
               DISPLAY "XREF LINKS LOADED: " WS-XREF-COUNT              00008290
             WHEN "35"                                                  00008300
               DISPLAY "NO XREF DATASET, USING DIRECT ID MATCH"         00008310
             WHEN OTHER                                                 00008320
               MOVE "OPEN FAILED ON XREF-FILE" TO WS-ABEND-MESSAGE      00008330
               GO TO 9999-ABEND                                         00008340
           END-EVALUATE.                                                00008350
       1600-EXIT.                                                       00008360
           EXIT.                                                        00008370
                                                                        00008380
      *> ***************************************************************00008390
      *> ONE ACCOUNT HEADER.  ONLY AN ACCOUNT CLOSED ON THE RUN DATE    00008400
      *> IS SETTLED; ONE ALREADY CARRYING TONIGHT'S SETTLEMENT (A       00008410
      *> RERUN) IS LEFT ALONE SO NOTHING IS PAID OUT TWICE              00008420
      *> ***************************************************************00008430
       2000-PROCESS-ACCOUNT.                                            00008440
           IF NOT MYFREC-ST-CLOSED                                      00008450
              OR MYFREC-STATUS-DATE NOT = WS-RUN-DATE                   00008460
              GO TO 2000-READ-NEXT                                      00008470
           END-IF                                                       00008480
           MOVE MYFREC-ACCT-NO TO WS-CURR-ACCT-NO                       00008490
           PERFORM 2100-CHECK-SETTLED THRU 2100-EXIT                    00008500
           IF WS-ALREADY-SETTLED                                        00008510
              DISPLAY "ACCOUNT ALREADY SETTLED TONIGHT: "               00008520
                WS-CURR-ACCT-NO                                         00008530
              ADD 1 TO WS-ACCTS-SKIPPED                                 00008540
              GO TO 2000-READ-NEXT                                      00008550
           END-IF                                                       00008560
           MOVE 'Y' TO WS-POST-OK-SW                                    00008570
           MOVE MYFREC-AMOUNT TO WS-CLOSING-BAL                         00008580
           MOVE MYFREC-AMOUNT TO WS-RUN-BAL                             00008590
           MOVE ZEROES TO WS-INT-PAID                                   00008600
           MOVE ZEROES TO WS-SVC-CHARGE                                 00008610
           MOVE ZEROES TO WS-SETTLE-AMT                                 00008620
           MOVE SPACES TO WS-RESULT-TEXT                                00008630
                                                                        00008640
           PERFORM 2200-SETTLE-INTEREST THRU 2200-EXIT                  00008650
           IF WS-POST-OK                                                00008660
              PERFORM 2300-TAKE-SERVICE-CHARGE THRU 2300-EXIT           00008670
           END-IF                                                       00008680
           IF WS-POST-OK                                                00008690
              PERFORM 2400-SETTLE-BALANCE THRU 2400-EXIT                00008700
           END-IF                                                       00008710
           IF WS-POST-OK                                                00008720
              ADD 1 TO WS-ACCTS-SETTLED                                 00008730
              IF WS-RESULT-TEXT = SPACES                                00008740
                 MOVE 'SETTLED' TO WS-RESULT-TEXT                       00008750
              END-IF                                                    00008760
              MOVE "ACCT SETTLED" TO ALOG-ACTION                        00008770
              MOVE SPACES TO ALOG-DETAIL                                00008780
              STRING 'ACCT ' WS-CURR-ACCT-NO                            00008790
                 ' CLOSED AND SETTLED TO ZERO'                          00008800
                 DELIMITED BY SIZE INTO ALOG-DETAIL                     00008810
              PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT               00008820
           ELSE                                                         00008830
              ADD 1 TO WS-ACCTS-FAILED                                  00008840
              SET RC-WARNING TO TRUE                                    00008850
           END-IF                                                       00008860
           PERFORM 2800-REPORT-SETTLEMENT THRU 2800-EXIT                00008870
      *> THE FINAL STATEMENT SHOWS WHATEVER WAS POSTED, SO A            00008880
      *> SETTLEMENT THAT STOPPED PART-WAY IS STILL ON PAPER             00008890
           PERFORM 3000-FINAL-STATEMENT THRU 3000-EXIT.                 00008900
       2000-READ-NEXT.                                                  00008910
           IF NOT WS-EOF                                                00008920
              PERFORM 2900-READ-MYFILE THRU 2900-EXIT                   00008930
           END-IF.                                                      00008940
       2000-EXIT.                                                       00008950
           EXIT.                                                        00008960
                                                                        00008970
       2100-CHECK-SETTLED.                                              00008980
           MOVE 'N' TO WS-SETTLED-SW                                    00008990
           MOVE 'N' TO WS-SEQ-EOF-SW                                    00009000
           MOVE WS-CURR-ACCT-NO TO MTR-ACCT-NO                          00009010
           MOVE WS-RUN-DATE TO MTR-TRAN-DATE                            00009020
           MOVE ZEROES TO MTR-SEQ-NO                                    00009030
           START MYF-TRAN-FILE KEY IS NOT < MTR-KEY                     00009040
           IF FS-MYF-TRAN-FILE NOT = "00"                               00009050
              SET WS-SEQ-EOF TO TRUE                                    00009060
           END-IF                                                       00009070
           PERFORM UNTIL WS-SEQ-EOF OR WS-ALREADY-SETTLED               00009080
             READ MYF-TRAN-FILE NEXT                                    00009090
             IF FS-MYF-TRAN-FILE NOT = "00"                             00009100
                OR MTR-ACCT-NO NOT = WS-CURR-ACCT-NO                    00009110
                OR MTR-TRAN-DATE NOT = WS-RUN-DATE                      00009120
                SET WS-SEQ-EOF TO TRUE                                  00009130
             ELSE                                                       00009140
                IF MTR-POST-PROGRAM = "CLOSESET"                        00009150
                   SET WS-ALREADY-SETTLED TO TRUE                       00009160
                END-IF                                                  00009170
             END-IF                                                     00009180
           END-PERFORM.                                                 00009190
       2100-EXIT.                                                       00009200
           EXIT.                                                        00009210
                                                                        00009220
      *> ***************************************************************00009230
      *> INTEREST ACCRUED ON EACH OPEN CONTRACT FOR THE ACCOUNT IS      00009240
      *> PAID IN, AND THE CONTRACT IS CLOSED SO THE MONTHLY ACCRUAL     00009250
      *> STOPS WALKING IT                                               00009260
      *> ***************************************************************00009270
       2200-SETTLE-INTEREST.                                            00009280
           PERFORM 2250-SETTLE-ONE-CONTRACT THRU 2250-EXIT              00009290
              VARYING WS-CON-SUB FROM 1 BY 1                            00009300
              UNTIL WS-CON-SUB > WS-CON-COUNT                           00009310
              OR NOT WS-POST-OK.                                        00009320
       2200-EXIT.                                                       00009330
           EXIT.                                                        00009340
                                                                        00009350
       2250-SETTLE-ONE-CONTRACT.                                        00009360
           IF TBL-CON-ACCT-NO (WS-CON-SUB) NOT = WS-CURR-ACCT-NO        00009370
              GO TO 2250-EXIT                                           00009380
           END-IF                                                       00009390
           MOVE TBL-CON-TRAN-ID (WS-CON-SUB) TO CON-TRAN-ID             00009400
           READ CONTRACT-FILE                                           00009410
           IF FS-CONTRACT-FILE NOT = "00"                               00009420
              DISPLAY "CONTRACT NOT READ, TRAN ID: " CON-TRAN-ID        00009430
                " STATUS: " FS-CONTRACT-FILE                            00009440
              GO TO 2250-EXIT                                           00009450
           END-IF                                                       00009460
           IF NOT CON-OPEN                                              00009470
              GO TO 2250-EXIT                                           00009480
           END-IF                                                       00009490
           IF CON-ACCRUED-AMT > 0                                       00009500
              MOVE CON-ACCRUED-AMT TO WS-POST-AMT                       00009510
              MOVE 'CLOSING INTEREST PAID' TO WS-POST-DESC              00009520
              PERFORM 2500-POST-TO-LEDGER THRU 2500-EXIT                00009530
              IF NOT WS-POST-OK                                         00009540
                 GO TO 2250-EXIT                                        00009550
              END-IF                                                    00009560
              ADD CON-ACCRUED-AMT TO WS-INT-PAID                        00009570
              ADD CON-ACCRUED-AMT TO WS-TOTAL-INT                       00009580
              MOVE 'CLSI' TO WS-JRNL-TYPE                               00009590
              MOVE CON-ACCRUED-AMT TO WS-JRNL-SRC-AMT                   00009600
              PERFORM 2600-WRITE-JOURNAL-PAIR THRU 2600-EXIT            00009610
           END-IF                                                       00009620
           SET CON-CLOSED TO TRUE                                       00009630
           MOVE WS-RUN-DATE TO CON-ACCRUED-TO                           00009640
           REWRITE CONTRACT-RECORD                                      00009650
           IF FS-CONTRACT-FILE NOT = "00"                               00009660
              DISPLAY "REWRITE FAILED, CONTRACT STATUS: "               00009670
                FS-CONTRACT-FILE                                        00009680
              SET RC-WARNING TO TRUE                                    00009690
           ELSE                                                         00009700
              ADD 1 TO WS-CONTRACTS-CLOSED                              00009710
           END-IF.                                                      00009720
       2250-EXIT.                                                       00009730
           EXIT.                                                        00009740
                                                                        00009750
      *> ***************************************************************00009760
      *> THE SERVICE CHARGE STILL DUE ON A CREDIT BALANCE, PRICED ON    00009770
      *> THE PUBLISHED BANDS AS AT THE CLOSING DATE.  A WAIVER IN       00009780
      *> FORCE ON THE CLOSING DATE FORGIVES IT, AS IT WOULD TONIGHT     00009790
      *> ***************************************************************00009800
       2300-TAKE-SERVICE-CHARGE.                                        00009810
           IF WS-RUN-BAL NOT > 0                                        00009820
              GO TO 2300-EXIT                                           00009830
           END-IF                                                       00009840
           PERFORM 2360-CHECK-WAIVER THRU 2360-EXIT                     00009850
           IF WS-WVR-FOUND                                              00009860
              ADD 1 TO WS-CHARGES-WAIVED                                00009870
              MOVE 'SETTLED, CHARGE WAIVED' TO WS-RESULT-TEXT           00009880
              GO TO 2300-EXIT                                           00009890
           END-IF                                                       00009900
      *> THE BAND FLOOR IS COMPARED AGAINST THE BASE-CURRENCY AMOUNT    00009910
      *> SO A FOREIGN ACCOUNT PRICES IN THE SAME BANDS AS EVERYONE      00009920
           MOVE WS-RUN-BAL TO WS-BASE-AMOUNT                            00009930
           IF MYFREC-CURR-CD NOT = SPACES                               00009940
              AND MYFREC-CURR-CD NOT = WS-BASE-CURR-CD                  00009950
              AND MYFREC-FX-RATE NUMERIC                                00009960
              AND MYFREC-FX-RATE > 0                                    00009970
              COMPUTE WS-BASE-AMOUNT ROUNDED =                          00009980
                 WS-RUN-BAL * MYFREC-FX-RATE                            00009990
                 ON SIZE ERROR                                          00010000
                    MOVE WS-RUN-BAL TO WS-BASE-AMOUNT                   00010010
              END-COMPUTE                                               00010020
           END-IF                                                       00010030
           PERFORM 2350-SELECT-RATE THRU 2350-EXIT                      00010040
           COMPUTE WS-SVC-CHARGE ROUNDED =                              00010050
              WS-RUN-BAL * WS-APPLIED-RATE                              00010060
              ON SIZE ERROR                                             00010070
                 MOVE ZEROES TO WS-SVC-CHARGE                           00010080
           END-COMPUTE                                                  00010090
           IF WS-SVC-CHARGE = 0                                         00010100
              GO TO 2300-EXIT                                           00010110
           END-IF                                                       00010120
           COMPUTE WS-POST-AMT = 0 - WS-SVC-CHARGE                      00010130
           MOVE 'CLOSING SERVICE CHARGE' TO WS-POST-DESC                00010140
           PERFORM 2500-POST-TO-LEDGER THRU 2500-EXIT                   00010150
           IF NOT WS-POST-OK                                            00010160
              MOVE ZEROES TO WS-SVC-CHARGE                              00010170
              GO TO 2300-EXIT                                           00010180
           END-IF                                                       00010190
           ADD WS-SVC-CHARGE TO WS-TOTAL-CHARGE                         00010200
           MOVE 'CLSF' TO WS-JRNL-TYPE                                  00010210
           MOVE WS-SVC-CHARGE TO WS-JRNL-SRC-AMT                        00010220
           PERFORM 2600-WRITE-JOURNAL-PAIR THRU 2600-EXIT.              00010230
       2300-EXIT.                                                       00010240
           EXIT.                                                        00010250
                                                                        00010260
      *> ***************************************************************00010270
      *> AMONG ENTRIES WHOSE BAND FLOOR IS NOT ABOVE THE AMOUNT AND     00010280
      *> WHOSE EFFECTIVE DATE IS NOT AFTER THE CLOSING DATE, THE        00010290
      *> HIGHEST FLOOR WINS AND, WITHIN A FLOOR, THE LATEST DATE        00010300
      *> ***************************************************************00010310
       2350-SELECT-RATE.                                                00010320
           MOVE WS-SVC-CHARGE-RATE TO WS-APPLIED-RATE                   00010330
           MOVE ZEROES TO WS-BEST-SUB                                   00010340
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1                      00010350
                    UNTIL WS-RATE-SUB > WS-RATE-COUNT                   00010360
             IF TBL-RATE-BAND-FLOOR (WS-RATE-SUB)                       00010370
                NOT > WS-BASE-AMOUNT                                    00010380
                AND TBL-RATE-EFF-DATE (WS-RATE-SUB)                     00010390
                    NOT > WS-RUN-DATE                                   00010400
                IF WS-BEST-SUB = 0                                      00010410
                   MOVE WS-RATE-SUB TO WS-BEST-SUB                      00010420
                ELSE                                                    00010430
                   IF TBL-RATE-BAND-FLOOR (WS-RATE-SUB)                 00010440
                      > TBL-RATE-BAND-FLOOR (WS-BEST-SUB)               00010450
                      MOVE WS-RATE-SUB TO WS-BEST-SUB                   00010460
                   ELSE                                                 00010470
                      IF TBL-RATE-BAND-FLOOR (WS-RATE-SUB)              00010480
                         = TBL-RATE-BAND-FLOOR (WS-BEST-SUB)            00010490
                         AND TBL-RATE-EFF-DATE (WS-RATE-SUB)            00010500
                             > TBL-RATE-EFF-DATE (WS-BEST-SUB)          00010510
                         MOVE WS-RATE-SUB TO WS-BEST-SUB                00010520
                      END-IF                                            00010530
                   END-IF                                               00010540
                END-IF                                                  00010550
             END-IF                                                     00010560
           END-PERFORM                                                  00010570
           IF WS-BEST-SUB > 0                                           00010580
              MOVE TBL-RATE-PCT (WS-BEST-SUB) TO WS-APPLIED-RATE        00010590
           END-IF.                                                      00010600
       2350-EXIT.                                                       00010610
           EXIT.                                                        00010620
                                                                        00010630
       2360-CHECK-WAIVER.                                               00010640
           MOVE 'N' TO WS-WVR-FOUND-SW                                  00010650
           PERFORM VARYING WS-WVR-SUB FROM 1 BY 1                       00010660
                    UNTIL WS-WVR-SUB > WS-WVR-COUNT                     00010670
                    OR WS-WVR-FOUND                                     00010680
             IF TBL-WVR-ACCT-NO (WS-WVR-SUB) = WS-CURR-ACCT-NO          00010690
                AND TBL-WVR-EFF-FROM (WS-WVR-SUB) NOT > WS-RUN-DATE     00010700
                AND TBL-WVR-EFF-TO (WS-WVR-SUB) NOT < WS-RUN-DATE       00010710
                SET WS-WVR-FOUND TO TRUE                                00010720
             END-IF                                                     00010730
           END-PERFORM.                                                 00010740
       2360-EXIT.                                                       00010750
           EXIT.                                                        00010760
                                                                        00010770
      *> ***************************************************************00010780
      *> WHATEVER IS LEFT GOES TO ZERO: A CREDIT BALANCE IS PAID OUT    00010790
      *> TO THE CUSTOMER ('CLSB'), A DEBIT BALANCE IS RAISED AS DUE     00010800
      *> FROM THEM ('CLSR') FOR COLLECTIONS TO PURSUE                   00010810
      *> ***************************************************************00010820
       2400-SETTLE-BALANCE.                                             00010830
           IF WS-RUN-BAL = 0                                            00010840
              GO TO 2400-EXIT                                           00010850
           END-IF                                                       00010860
           MOVE WS-RUN-BAL TO WS-SETTLE-AMT                             00010870
           COMPUTE WS-POST-AMT = 0 - WS-RUN-BAL                         00010880
           IF WS-RUN-BAL > 0                                            00010890
              MOVE 'CLOSING BALANCE PAID OUT' TO WS-POST-DESC           00010900
              MOVE 'CLSB' TO WS-JRNL-TYPE                               00010910
              MOVE WS-SETTLE-AMT TO WS-JRNL-SRC-AMT                     00010920
           ELSE                                                         00010930
              MOVE 'CLOSING BALANCE DUE FROM CUST' TO WS-POST-DESC      00010940
              MOVE 'CLSR' TO WS-JRNL-TYPE                               00010950
              COMPUTE WS-JRNL-SRC-AMT = 0 - WS-SETTLE-AMT               00010960
           END-IF                                                       00010970
           PERFORM 2500-POST-TO-LEDGER THRU 2500-EXIT                   00010980
           IF NOT WS-POST-OK                                            00010990
              MOVE ZEROES TO WS-SETTLE-AMT                              00011000
              GO TO 2400-EXIT                                           00011010
           END-IF                                                       00011020
           IF WS-SETTLE-AMT > 0                                         00011030
              ADD WS-SETTLE-AMT TO WS-TOTAL-PAID-OUT                    00011040
           ELSE                                                         00011050
              SUBTRACT WS-SETTLE-AMT FROM WS-TOTAL-DUE                  00011060
              MOVE 'SETTLED, BALANCE DUE' TO WS-RESULT-TEXT             00011070
           END-IF                                                       00011080
           PERFORM 2600-WRITE-JOURNAL-PAIR THRU 2600-EXIT.              00011090
       2400-EXIT.                                                       00011100
           EXIT.                                                        00011110
                                                                        00011120
      *> ***************************************************************00011130
      *> POST WS-POST-AMT TO THE LEDGER UNDER THE NEXT SEQUENCE FOR     00011140
      *> THE ACCOUNT AND RUN DATE, THEN MOVE THE HEADER BALANCE WITH    00011150
      *> IT - THE DETAIL GOES DOWN FIRST, SO A FAILED WRITE LEAVES THE  00011160
      *> BALANCE UNTOUCHED, THE SAME ORDER MYFMAINT KEEPS               00011170
      *> ***************************************************************00011180
       2500-POST-TO-LEDGER.                                             00011190
           MOVE WS-RUN-BAL TO WS-BALANCE-AFTER                          00011200
           ADD WS-POST-AMT TO WS-BALANCE-AFTER                          00011210
             ON SIZE ERROR                                              00011220
               DISPLAY "SETTLEMENT WOULD OVERFLOW BALANCE, ACCT: "      00011230
                 WS-CURR-ACCT-NO                                        00011240
               MOVE 'N' TO WS-POST-OK-SW                                00011250
               MOVE 'STOPPED - BALANCE OVERFLOW' TO WS-RESULT-TEXT      00011260
               GO TO 2500-EXIT                                          00011270
           END-ADD                                                      00011280
           PERFORM 2550-NEXT-SEQUENCE THRU 2550-EXIT                    00011290
           MOVE SPACES TO MYF-TRAN-RECORD                               00011300
           MOVE WS-CURR-ACCT-NO TO MTR-ACCT-NO                          00011310
           MOVE WS-RUN-DATE TO MTR-TRAN-DATE                            00011320
           MOVE WS-NEXT-SEQ-NO TO MTR-SEQ-NO                            00011330
           MOVE WS-RUN-DATE TO MTR-EFF-DATE                             00011340
           MOVE WS-POST-AMT TO MTR-AMOUNT                               00011350
           MOVE WS-POST-DESC TO MTR-DESC                                00011360
           MOVE MYFREC-CURR-CD TO MTR-CURR-CD                           00011370
           MOVE WS-BALANCE-AFTER TO MTR-BALANCE-AFTER                   00011380
           MOVE WS-RUN-DATE TO MTR-POST-DATE                            00011390
           MOVE "CLOSESET" TO MTR-POST-PROGRAM                          00011400
           WRITE MYF-TRAN-RECORD                                        00011410
           IF FS-MYF-TRAN-FILE NOT = "00"                               00011420
              DISPLAY "I/O ERROR ON MYF-TRAN-FILE WRITE, STATUS: "      00011430
                FS-MYF-TRAN-FILE                                        00011440
              SET WS-IO-ERROR TO TRUE                                   00011450
              SET WS-EOF TO TRUE                                        00011460
              MOVE 'N' TO WS-POST-OK-SW                                 00011470
              MOVE 'STOPPED - LEDGER WRITE FAILED' TO WS-RESULT-TEXT    00011480
              GO TO 2500-EXIT                                           00011490
           END-IF                                                       00011500
           MOVE WS-BALANCE-AFTER TO WS-RUN-BAL                          00011510
           MOVE WS-RUN-BAL TO MYFREC-AMOUNT                             00011520
           MOVE WS-RUN-DATE TO MYFREC-TRAN-DATE                         00011530
           MOVE WS-RUN-DATE TO MYFREC-EFF-DATE                          00011540
           MOVE WS-POST-DESC TO MYFREC-DESC                             00011550
           REWRITE MYFILE-RECORDS                                       00011560
           IF FS-MYFILE NOT = "00"                                      00011570
              DISPLAY "I/O ERROR ON MYFILE REWRITE, STATUS: " FS-MYFILE 00011580
              SET WS-IO-ERROR TO TRUE                                   00011590
              SET WS-EOF TO TRUE                                        00011600
              MOVE 'N' TO WS-POST-OK-SW                                 00011610
              MOVE 'STOPPED - HEADER REWRITE FAILED' TO WS-RESULT-TEXT  00011612
              GO TO 2500-EXIT                                           00011614
           END-IF                                                       00011616
           PERFORM 2510-WRITE-DELTA THRU 2510-EXIT.                     00011618
       2500-EXIT.                                                       00011620
           EXIT.                                                        00011622
                                                                        00011624
       2510-WRITE-DELTA.                                                00011626
           MOVE SPACES TO DELTA-CAPTURE-RECORD                          00011628
           MOVE WS-CURR-ACCT-NO TO DLT-ACCT-NO                          00011630
           SET DLT-ACTION-POST TO TRUE                                  00011632
           MOVE WS-RUN-DATE TO DLT-DATE                                 00011634
           ACCEPT DLT-TIME FROM TIME                                    00011636
           MOVE "CLOSESET" TO DLT-PROGRAM-ID                            00011638
           WRITE DELTA-CAPTURE-RECORD                                   00011640
           IF FS-DELTA-FILE NOT = "00"                                  00011642
              DISPLAY "WRITE FAILED, DELTA-FILE STATUS: " FS-DELTA-FILE 00011644
           END-IF.                                                      00011646
       2510-EXIT.                                                       00011648
           EXIT.                                                        00011650
                                                                        00011660
       2550-NEXT-SEQUENCE.                                              00011670
           MOVE ZEROES TO WS-NEXT-SEQ-NO                                00011680
           MOVE 'N' TO WS-SEQ-EOF-SW                                    00011690
           MOVE WS-CURR-ACCT-NO TO MTR-ACCT-NO                          00011700
           MOVE WS-RUN-DATE TO MTR-TRAN-DATE                            00011710
           MOVE ZEROES TO MTR-SEQ-NO                                    00011720
           START MYF-TRAN-FILE KEY IS NOT < MTR-KEY                     00011730
           IF FS-MYF-TRAN-FILE NOT = "00"                               00011740
              SET WS-SEQ-EOF TO TRUE                                    00011750
           END-IF                                                       00011760
           PERFORM UNTIL WS-SEQ-EOF                                     00011770
             READ MYF-TRAN-FILE NEXT                                    00011780
             IF FS-MYF-TRAN-FILE NOT = "00"                             00011790
                OR MTR-ACCT-NO NOT = WS-CURR-ACCT-NO                    00011800
                OR MTR-TRAN-DATE NOT = WS-RUN-DATE                      00011810
                SET WS-SEQ-EOF TO TRUE                                  00011820
             ELSE                                                       00011830
                MOVE MTR-SEQ-NO TO WS-NEXT-SEQ-NO                       00011840
             END-IF                                                     00011850
           END-PERFORM                                                  00011860
           ADD 1 TO WS-NEXT-SEQ-NO.                                     00011870
       2550-EXIT.                                                       00011880
           EXIT.                                                        00011890
                                                                        00011900
      *> ***************************************************************00011910
      *> THE BALANCED PAIR FOR ONE SETTLEMENT POSTING, RESOLVED FROM    00011920
      *> THE COA MAPPING UNDER WS-JRNL-TYPE; NO MAPPING POSTS TO        00011930
      *> SUSPENSE.  A FOREIGN ACCOUNT'S LEG GOES IN AT BASE USING THE   00011940
      *> RATE RETAINED ON ITS HEADER.  THE ACCOUNT NUMBER IS THE        00011950
      *> TRANSACTION ID                                                 00011960
      *> ***************************************************************00011970
       2600-WRITE-JOURNAL-PAIR.                                         00011980
           MOVE 'N' TO WS-COA-FOUND-SW                                  00011990
           MOVE WS-SUSPENSE-ACCOUNT TO WS-JRNL-DR-ACCOUNT               00012000
           MOVE WS-SUSPENSE-ACCOUNT TO WS-JRNL-CR-ACCOUNT               00012010
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1                       00012020
                    UNTIL WS-COA-SUB > WS-COA-COUNT                     00012030
                    OR WS-COA-FOUND                                     00012040
             IF TBL-COA-TRAN-TYPE (WS-COA-SUB) = WS-JRNL-TYPE           00012050
                SET WS-COA-FOUND TO TRUE                                00012060
                MOVE TBL-COA-DR-ACCOUNT (WS-COA-SUB) TO                 00012070
                   WS-JRNL-DR-ACCOUNT                                   00012080
                MOVE TBL-COA-CR-ACCOUNT (WS-COA-SUB) TO                 00012090
                   WS-JRNL-CR-ACCOUNT                                   00012100
             END-IF                                                     00012110
           END-PERFORM                                                  00012120
           IF NOT WS-COA-FOUND                                          00012130
              DISPLAY "NO GL MAPPING FOR TYPE " WS-JRNL-TYPE            00012140
                ", SUSPENSE USED"                                       00012150
           END-IF                                                       00012160
           MOVE WS-JRNL-SRC-AMT TO WS-JRNL-BASE-AMT                     00012170
           IF MYFREC-CURR-CD NOT = SPACES                               00012180
              AND MYFREC-CURR-CD NOT = WS-BASE-CURR-CD                  00012190
              AND MYFREC-FX-RATE NUMERIC                                00012200
              AND MYFREC-FX-RATE > 0                                    00012210
              COMPUTE WS-JRNL-BASE-AMT ROUNDED =                        00012220
                 WS-JRNL-SRC-AMT * MYFREC-FX-RATE                       00012230
                 ON SIZE ERROR                                          00012240
                    DISPLAY "SIZE ERROR CONVERTING CURRENCY, ACCT: "    00012250
                      WS-CURR-ACCT-NO                                   00012260
                    MOVE WS-JRNL-SRC-AMT TO WS-JRNL-BASE-AMT            00012270
              END-COMPUTE                                               00012280
           END-IF                                                       00012290
           COMPUTE WS-JRNL-AMOUNT-CENTS = WS-JRNL-BASE-AMT * 100        00012300
              ON SIZE ERROR                                             00012310
                 DISPLAY "SIZE ERROR CONVERTING JOURNAL AMOUNT"         00012320
                 MOVE ZEROES TO WS-JRNL-AMOUNT-CENTS                    00012330
           END-COMPUTE                                                  00012340
           MOVE SPACES TO GL-JRNL-RECORD                                00012350
           SET JRNL-DETAIL-REC TO TRUE                                  00012360
           MOVE WS-CURR-ACCT-NO TO JRNL-TRAN-ID                         00012370
           MOVE WS-JRNL-DR-ACCOUNT TO JRNL-GL-ACCOUNT                   00012380
           MOVE 'DR' TO JRNL-DR-CR                                      00012390
           MOVE WS-JRNL-AMOUNT-CENTS TO JRNL-AMOUNT                     00012400
           WRITE GL-JRNL-RECORD                                         00012410
           ADD 1 TO WS-JRNL-REC-COUNT                                   00012420
           ADD WS-JRNL-AMOUNT-CENTS TO WS-JRNL-AMOUNT-HASH              00012430
           MOVE SPACES TO GL-JRNL-RECORD                                00012440
           SET JRNL-DETAIL-REC TO TRUE                                  00012450
           MOVE WS-CURR-ACCT-NO TO JRNL-TRAN-ID                         00012460
           MOVE WS-JRNL-CR-ACCOUNT TO JRNL-GL-ACCOUNT                   00012470
           MOVE 'CR' TO JRNL-DR-CR                                      00012480
           MOVE WS-JRNL-AMOUNT-CENTS TO JRNL-AMOUNT                     00012490
           WRITE GL-JRNL-RECORD                                         00012500
           ADD 1 TO WS-JRNL-REC-COUNT                                   00012510
           ADD WS-JRNL-AMOUNT-CENTS TO WS-JRNL-AMOUNT-HASH.             00012520
       2600-EXIT.                                                       00012530
           EXIT.                                                        00012540
                                                                        00012550
       2800-REPORT-SETTLEMENT.                                          00012560
           MOVE WS-CURR-ACCT-NO TO RPT-ACCT-NO                          00012570
           MOVE MYFREC-CURR-CD TO RPT-CURR-CD                           00012580
           MOVE WS-CLOSING-BAL TO RPT-CLOSING-BAL                       00012590
           MOVE WS-INT-PAID TO RPT-INT-PAID                             00012600
           MOVE WS-SVC-CHARGE TO RPT-SVC-CHARGE                         00012610
           MOVE WS-SETTLE-AMT TO RPT-SETTLED                            00012620
           MOVE WS-RESULT-TEXT TO RPT-RESULT                            00012630
           WRITE CLOSE-RPT-LINE FROM WS-RPT-DTL.                        00012640
       2800-EXIT.                                                       00012650
           EXIT.                                                        00012660
                                                                        00012670
       2900-READ-MYFILE.                                                00012680
           READ MYFILE NEXT                                             00012690
           EVALUATE FS-MYFILE                                           00012700
             WHEN "00"                                                  00012710
               ADD 1 TO WS-RECS-READ                                    00012720
             WHEN "10"                                                  00012730
               SET WS-EOF TO TRUE                                       00012740
             WHEN OTHER                                                 00012750
               DISPLAY "READ FAILED, MYFILE STATUS: " FS-MYFILE         00012760
               SET WS-EOF TO TRUE                                       00012770
               SET WS-IO-ERROR TO TRUE                                  00012780
           END-EVALUATE.                                                00012790
       2900-EXIT.                                                       00012800
           EXIT.                                                        00012810
                                                                        00012820
      *> ***************************************************************00012830
      *> THE FINAL STATEMENT: THE CLOSING MONTH'S POSTINGS OFF THE      00012840
      *> LEDGER, SETTLEMENT INCLUDED, IN THE STMTGEN LAYOUT AND         00012850
      *> ROUTING.  THE MONTHLY RUN LEAVES ACCOUNTS CLOSED IN ITS        00012860
      *> MONTH TO THIS STATEMENT                                        00012870
      *> ***************************************************************00012880
       3000-FINAL-STATEMENT.                                            00012890
           MOVE ZEROES TO WS-ACCT-TRAN-COUNT                            00012900
           MOVE ZEROES TO WS-ACCT-TOTAL-AMT                             00012910
           PERFORM 3100-RESOLVE-OWNER THRU 3100-EXIT                    00012920
           MOVE WS-CURR-ACCT-NO TO HDR1-ACCT-NO                         00012930
           DIVIDE WS-STMT-YYYYMM BY 100 GIVING HDR1-YEAR                00012940
              REMAINDER HDR1-MONTH                                      00012950
           MOVE WS-HDR-LINE-1 TO WS-STMT-OUT                            00012960
           PERFORM 3700-WRITE-STMT-LINE THRU 3700-EXIT                  00012970
           PERFORM 3150-PRINT-CUSTOMER-ADDRESS THRU 3150-EXIT           00012980
           MOVE WS-COL-HDR-LINE TO WS-STMT-OUT                          00012990
           PERFORM 3700-WRITE-STMT-LINE THRU 3700-EXIT                  00013000
           MOVE WS-CURR-ACCT-NO TO OPEN-ACCT-NO                         00013010
           MOVE WS-OPEN-LINE TO WS-STMT-OUT                             00013020
           PERFORM 3700-WRITE-STMT-LINE THRU 3700-EXIT                  00013030
                                                                        00013040
           MOVE 'N' TO WS-SEQ-EOF-SW                                    00013050
           MOVE WS-CURR-ACCT-NO TO MTR-ACCT-NO                          00013060
           COMPUTE MTR-TRAN-DATE = (WS-STMT-YYYYMM * 100) + 1           00013070
           MOVE ZEROES TO MTR-SEQ-NO                                    00013080
           START MYF-TRAN-FILE KEY IS NOT < MTR-KEY                     00013090
           IF FS-MYF-TRAN-FILE NOT = "00"                               00013100
              SET WS-SEQ-EOF TO TRUE                                    00013110
           END-IF                                                       00013120
           PERFORM UNTIL WS-SEQ-EOF                                     00013130
             READ MYF-TRAN-FILE NEXT                                    00013140
             IF FS-MYF-TRAN-FILE = "00"                                 00013150
                COMPUTE WS-TRAN-YYYYMM = MTR-TRAN-DATE / 100            00013160
             END-IF                                                     00013170
             IF FS-MYF-TRAN-FILE NOT = "00"                             00013180
                OR MTR-ACCT-NO NOT = WS-CURR-ACCT-NO                    00013190
                OR WS-TRAN-YYYYMM NOT = WS-STMT-YYYYMM                  00013200
                SET WS-SEQ-EOF TO TRUE                                  00013210
             ELSE                                                       00013220
                PERFORM 3200-PRINT-ACTIVITY THRU 3200-EXIT              00013230
             END-IF                                                     00013240
           END-PERFORM                                                  00013250
                                                                        00013260
           MOVE WS-ACCT-TRAN-COUNT TO TOT-TRAN-COUNT                    00013270
           MOVE WS-ACCT-TOTAL-AMT TO TOT-AMOUNT                         00013280
           MOVE WS-TOTAL-LINE TO WS-STMT-OUT                            00013290
           PERFORM 3700-WRITE-STMT-LINE THRU 3700-EXIT                  00013300
           MOVE MYFREC-STATUS-DATE TO CLSD-DATE                         00013310
           MOVE WS-CLOSED-LINE TO WS-STMT-OUT                           00013320
           PERFORM 3700-WRITE-STMT-LINE THRU 3700-EXIT                  00013330
           ADD 1 TO WS-STMTS-WRITTEN                                    00013340
           IF WS-SUPPRESSED                                             00013350
              ADD 1 TO WS-STMTS-SUPPRESSED                              00013360
           END-IF                                                       00013370
           IF NOT WS-SUPPRESSED                                         00013380
              AND WS-ADDR-INVALID AND WS-CURR-PREF NOT = 'E'            00013390
              ADD 1 TO WS-STMTS-HELD                                    00013400
           END-IF                                                       00013410
      *> THE PIECES ACTUALLY HANDED TO THE PRINT SHOP, FOR THE          00013411
      *> MANIFEST RECONCILIATION                                        00013412
           IF NOT WS-SUPPRESSED                                         00013413
              AND NOT WS-ADDR-INVALID AND WS-CURR-PREF NOT = 'E'        00013414
              ADD 1 TO WS-STMTS-TO-PRINT                                00013415
           END-IF                                                       00013416
           IF WS-CUST-FOUND                                             00013420
              PERFORM 3400-WRITE-CONTACT THRU 3400-EXIT                 00013430
           END-IF.                                                      00013440
       3000-EXIT.                                                       00013450
           EXIT.                                                        00013460
                                                                        00013470
      *> ***************************************************************00013480
      *> THE OWNER THROUGH THE ACTIVE XREF LINK (OR THE OLD DIRECT ID   00013490
      *> MATCH) AND THEIR DELIVERY, ADDRESS AND SUPPRESSION FLAGS       00013500
      *> ***************************************************************00013510
       3100-RESOLVE-OWNER.                                              00013520
           MOVE WS-CURR-ACCT-NO TO WS-LOOKUP-CUST-ID                    00013530
           IF WS-XREF-LOADED                                            00013540
              MOVE ZEROES TO WS-LOOKUP-CUST-ID                          00013550
              PERFORM VARYING WS-XREF-SUB FROM 1 BY 1                   00013560
                       UNTIL WS-XREF-SUB > WS-XREF-COUNT                00013570
                IF TBL-AXR-ACCT-NO (WS-XREF-SUB) = WS-CURR-ACCT-NO      00013580
                   AND TBL-AXR-STATUS (WS-XREF-SUB) = 'A'               00013590
                   MOVE TBL-AXR-CUST-ID (WS-XREF-SUB) TO                00013600
                      WS-LOOKUP-CUST-ID                                 00013610
                END-IF                                                  00013620
              END-PERFORM                                               00013630
           END-IF                                                       00013640
           MOVE 'N' TO WS-CUST-FOUND-SW                                 00013650
           MOVE ZEROES TO WS-CUST-HIT-SUB                               00013660
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1                      00013670
                    UNTIL WS-CUST-SUB > WS-CUST-COUNT                   00013680
                    OR WS-CUST-FOUND                                    00013690
             IF WS-LOOKUP-CUST-ID > 0                                   00013700
                AND TBL-CUST-ID (WS-CUST-SUB) = WS-LOOKUP-CUST-ID       00013710
                SET WS-CUST-FOUND TO TRUE                               00013720
                MOVE WS-CUST-SUB TO WS-CUST-HIT-SUB                     00013730
             END-IF                                                     00013740
           END-PERFORM                                                  00013750
           MOVE SPACE TO WS-CURR-PREF                                   00013760
           MOVE 'N' TO WS-ADDR-INV-SW                                   00013770
           MOVE 'N' TO WS-SUPP-SW                                       00013780
           IF WS-CUST-FOUND                                             00013790
              MOVE TBL-CUST-PREF (WS-CUST-HIT-SUB) TO WS-CURR-PREF      00013800
              IF TBL-CUST-ADDR-INV (WS-CUST-HIT-SUB) = 'Y'              00013810
                 SET WS-ADDR-INVALID TO TRUE                            00013820
              END-IF                                                    00013830
              IF TBL-CUST-SUPP (WS-CUST-HIT-SUB) = 'D'                  00013840
                 OR TBL-CUST-SUPP (WS-CUST-HIT-SUB) = 'N'               00013850
                 OR TBL-CUST-SUPP (WS-CUST-HIT-SUB) = 'L'               00013860
                 SET WS-SUPPRESSED TO TRUE                              00013870
              END-IF                                                    00013880
           END-IF.                                                      00013890
       3100-EXIT.                                                       00013900
           EXIT.                                                        00013910
                                                                        00013920
       3150-PRINT-CUSTOMER-ADDRESS.                                     00013930
           IF WS-CUST-FOUND                                             00013940
              MOVE TBL-CUST-NAME (WS-CUST-HIT-SUB) TO NAME-LINE-TEXT    00013950
              MOVE WS-NAME-LINE TO WS-STMT-OUT                          00013960
              PERFORM 3700-WRITE-STMT-LINE THRU 3700-EXIT               00013970
              MOVE TBL-CUST-ADDR-LINE1 (WS-CUST-HIT-SUB) TO             00013980
                 ADDR-LINE-TEXT                                         00013990
              MOVE WS-ADDR-LINE TO WS-STMT-OUT                          00014000
              PERFORM 3700-WRITE-STMT-LINE THRU 3700-EXIT               00014010
              IF TBL-CUST-ADDR-LINE2 (WS-CUST-HIT-SUB) NOT = SPACES     00014020
                 MOVE TBL-CUST-ADDR-LINE2 (WS-CUST-HIT-SUB) TO          00014030
                    ADDR-LINE-TEXT                                      00014040
                 MOVE WS-ADDR-LINE TO WS-STMT-OUT                       00014050
                 PERFORM 3700-WRITE-STMT-LINE THRU 3700-EXIT            00014060
              END-IF                                                    00014070
              MOVE TBL-CUST-CITY-ST-ZIP (WS-CUST-HIT-SUB) TO            00014080
                 ADDR-LINE-TEXT                                         00014090
              MOVE WS-ADDR-LINE TO WS-STMT-OUT                          00014100
              PERFORM 3700-WRITE-STMT-LINE THRU 3700-EXIT               00014110
           ELSE                                                         00014120
              MOVE WS-NO-CUST-LINE TO WS-STMT-OUT                       00014130
              PERFORM 3700-WRITE-STMT-LINE THRU 3700-EXIT               00014140
           END-IF.                                                      00014150
       3150-EXIT.                                                       00014160
           EXIT.                                                        00014170
                                                                        00014180
       3200-PRINT-ACTIVITY.                                             00014190
           MOVE MTR-TRAN-DATE TO DTL-TRAN-DATE                          00014200
           MOVE MTR-DESC TO DTL-DESC                                    00014210
           MOVE MTR-AMOUNT TO DTL-AMOUNT                                00014220
           MOVE WS-DTL-LINE TO WS-STMT-OUT                              00014230
           PERFORM 3700-WRITE-STMT-LINE THRU 3700-EXIT                  00014240
           ADD 1 TO WS-ACCT-TRAN-COUNT                                  00014250
           ADD MTR-AMOUNT TO WS-ACCT-TOTAL-AMT.                         00014260
       3200-EXIT.                                                       00014270
           EXIT.                                                        00014280
                                                                        00014290
       3400-WRITE-CONTACT.                                              00014300
           MOVE WS-LOOKUP-CUST-ID TO CNT-CUST-ID                        00014310
           MOVE SPACES TO CNT-FEED-ID                                   00014313
           MOVE ZEROES TO CNT-MAILED-DATE                               00014316
           IF WS-SUPPRESSED                                             00014320
              MOVE 'STMT SUPPRSD' TO CNT-CONTACT-TYPE                   00014330
              GO TO 3410-SET-REFERENCE                                  00014340
           END-IF                                                       00014350
           IF WS-CURR-PREF = 'E'                                        00014360
              MOVE 'STMT ELEC   ' TO CNT-CONTACT-TYPE                   00014370
           ELSE                                                         00014380
              IF WS-ADDR-INVALID                                        00014390
                 MOVE 'STMT HELD   ' TO CNT-CONTACT-TYPE                00014400
              ELSE                                                      00014410
                 MOVE 'STMT PRINT  ' TO CNT-CONTACT-TYPE                00014420
                 MOVE 'CLOSSTMT' TO CNT-FEED-ID                         00014425
              END-IF                                                    00014430
           END-IF.                                                      00014440
       3410-SET-REFERENCE.                                              00014450
           MOVE SPACES TO CNT-REFERENCE                                 00014460
           STRING 'ACCT ' WS-CURR-ACCT-NO ' ' WS-STMT-YYYYMM            00014470
              DELIMITED BY SIZE INTO CNT-REFERENCE                      00014480
           MOVE WS-RUN-DATE TO CNT-DATE                                 00014490
           WRITE CONTACT-HIST-RECORD                                    00014500
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00014510
              DISPLAY "WRITE FAILED, CONTACT-HIST STATUS: "             00014520
                FS-CONTACT-HIST-FILE                                    00014530
           END-IF.                                                      00014540
       3400-EXIT.                                                       00014550
           EXIT.                                                        00014560
                                                                        00014570
      *> ***************************************************************00014580
      *> ROUTE ONE STATEMENT LINE EXACTLY AS STMTGEN DOES: ARCHIVE      00014590
      *> ALWAYS, SUPPRESSED TO REVIEW, ELECTRONIC AND/OR PRINT BY       00014600
      *> PREFERENCE, A DEAD ADDRESS DIVERTING PRINT TO THE HOLD LIST    00014610
      *> ***************************************************************00014620
       3700-WRITE-STMT-LINE.                                            00014630
           MOVE WS-CURR-ACCT-NO TO STA-ACCT-NO                          00014640
           MOVE WS-STMT-YYYYMM TO STA-YYYYMM                            00014650
           MOVE WS-STMT-OUT TO STA-LINE                                 00014660
           WRITE STMT-ARCH-RECORD                                       00014670
           IF WS-SUPPRESSED                                             00014680
              WRITE STMT-REVW-LINE FROM WS-STMT-OUT                     00014690
              GO TO 3700-EXIT                                           00014700
           END-IF                                                       00014710
           IF WS-CURR-PREF = 'E' OR WS-CURR-PREF = 'B'                  00014720
              WRITE STMT-ELEC-LINE FROM WS-STMT-OUT                     00014730
           END-IF                                                       00014740
           IF WS-CURR-PREF NOT = 'E'                                    00014750
              IF WS-ADDR-INVALID                                        00014760
                 WRITE STMT-HOLD-LINE FROM WS-STMT-OUT                  00014770
              ELSE                                                      00014780
                 WRITE STMT-LINE FROM WS-STMT-OUT                       00014790
              END-IF                                                    00014800
           END-IF.                                                      00014810
       3700-EXIT.                                                       00014820
           EXIT.                                                        00014830
                                                                        00014840
      *> ***************************************************************00014850
      *> JOURNAL TRAILER, REPORT TOTALS, COUNT SUMMARY, THEN CLOSE UP   00014860
      *> ***************************************************************00014870
       9000-TERMINATE.                                                  00014880
           MOVE SPACES TO GL-JRNL-RECORD                                00014890
           SET JRNL-TRAILER-REC TO TRUE                                 00014900
           MOVE WS-JRNL-REC-COUNT TO JRNL-TRL-REC-COUNT                 00014910
           MOVE WS-JRNL-AMOUNT-HASH TO JRNL-TRL-AMOUNT-HASH             00014920
           WRITE GL-JRNL-RECORD                                         00014930
           MOVE WS-ACCTS-SETTLED TO TOT-SETTLED                         00014940
           MOVE WS-TOTAL-PAID-OUT TO TOT-PAID-OUT                       00014950
           MOVE WS-TOTAL-DUE TO TOT-DUE                                 00014960
           WRITE CLOSE-RPT-LINE FROM WS-RPT-TOT                         00014970
           DISPLAY "===== CLOSESET RUN SUMMARY ====="                   00014980
           DISPLAY "ACCOUNTS READ        : " WS-RECS-READ               00014990
           DISPLAY "ACCOUNTS SETTLED     : " WS-ACCTS-SETTLED           00015000
           DISPLAY "ALREADY SETTLED      : " WS-ACCTS-SKIPPED           00015010
           DISPLAY "SETTLEMENTS STOPPED  : " WS-ACCTS-FAILED            00015020
           DISPLAY "CONTRACTS CLOSED     : " WS-CONTRACTS-CLOSED        00015030
           DISPLAY "INTEREST PAID        : " WS-TOTAL-INT               00015040
           DISPLAY "SERVICE CHARGES      : " WS-TOTAL-CHARGE            00015050
           DISPLAY "CHARGES WAIVED       : " WS-CHARGES-WAIVED          00015060
           DISPLAY "PAID OUT             : " WS-TOTAL-PAID-OUT          00015070
           DISPLAY "DUE FROM CUSTOMERS   : " WS-TOTAL-DUE               00015080
           DISPLAY "FINAL STATEMENTS     : " WS-STMTS-WRITTEN           00015090
           DISPLAY "HELD FOR BAD ADDR    : " WS-STMTS-HELD              00015100
           DISPLAY "SUPPRESSED TO REVW   : " WS-STMTS-SUPPRESSED        00015110
           DISPLAY "HANDED TO PRINT      : " WS-STMTS-TO-PRINT          00015115
           DISPLAY "JOURNAL RECORDS      : " WS-JRNL-REC-COUNT          00015120
           CLOSE MYFILE                                                 00015130
           CLOSE MYF-TRAN-FILE                                          00015137
           CLOSE DELTA-FILE                                             00015144
           CLOSE CONTRACT-FILE                                          00015151
           CLOSE GL-JRNL-FILE                                           00015160
           CLOSE STMT-FILE                                              00015170
           CLOSE STMT-ELEC-FILE                                         00015180
           CLOSE STMT-HOLD-FILE                                         00015190
           CLOSE STMT-REVW-FILE                                         00015200
           CLOSE STMT-ARCH-FILE                                         00015210
           CLOSE CONTACT-HIST-FILE                                      00015220
           CLOSE CLOSE-RPT-FILE                                         00015230
           CLOSE AUDIT-LOG-FILE                                         00015232
           MOVE 'CLOSSTMT' TO PHD-FEED-ID                               00015234
           MOVE WS-RUN-DATE TO PHD-RUN-DATE                             00015236
           MOVE 'CLOSESET' TO PHD-PROGRAM-ID                            00015238
           MOVE WS-STMTS-TO-PRINT TO PHD-PIECES                         00015240
           PERFORM 8750-WRITE-PRINT-HANDOFF THRU 8750-EXIT.             00015242
       9000-EXIT.                                                       00015250
           EXIT.                                                        00015260
                                                                        00015270
       COPY AUDITOPN.                                                   00015280
       COPY AUDITWRT.                                                   00015290
       COPY AUDITCHP.                                                   00015300
       COPY PRTHPAR.                                                    00015305
       COPY ABENDPAR.                                                   00015310
       COPY PROCDPAR.                                                   00015320
