       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. CONMATR.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * CONTRACT MATURITY PROCESSING.  WALKS THE OPEN-CONTRACT   *      00000090
      * MASTER EVERY NIGHT.  A CONTRACT WHOSE MATURITY DATE      *      00000100
      * (START DATE PLUS THE TERM) FALLS INSIDE THE NOTICE       *      00000110
      * HORIZON (DEFAULT 30 DAYS, TUNABLE ON THE PARM CARD) GETS *      00000120
      * ONE MATURITY NOTICE TO ITS OWNER THROUGH THE SAME        *      00000130
      * FULFILLMENT LAYOUT CONDI'S LETTER-FILE USES.  ON OR      *      00000140
      * AFTER THE MATURITY DATE ANY TERM PERIOD THE MONTHLY      *      00000150
      * ACCRUAL HAS NOT YET REACHED IS ACCRUED, THEN THE         *      00000160
      * CONTRACT IS DEALT WITH ON ITS MATURITY INSTRUCTION:      *      00000170
      * RENEWED FOR THE SAME TERM AT THE RENEWAL RATE THEN IN    *      00000180
      * FORCE WITH ITS INTEREST ADDED TO PRINCIPAL, OR PAID OUT  *      00000190
      * (PRINCIPAL PLUS ACCRUED INTEREST, LESS ANY FEES STILL    *      00000200
      * DUE) TO THE LINKED MYFILE ACCOUNT AND MARKED MATURED.    *      00000210
      * EVERY POSTING CARRIES ITS BALANCED PAIR TO THE GLJRNL    *      00000220
      * INTERFACE UNDER ITS COA TYPE AND EVERY ACTION IS AUDITED.*      00000230
      * INSTRUCTIONS ARRIVE ON THE MATINSTR CARDS AND ARE        *      00000240
      * STAMPED ON THE CONTRACT BEFORE THE WALK.                 *      00000250
      * ********************************************************        00000260
       ENVIRONMENT DIVISION.                                            00000270
       INPUT-OUTPUT SECTION.                                            00000280
       FILE-CONTROL.                                                    00000290
           SELECT CONTRACT-FILE                                         00000300
           ASSIGN TO CONTRACT                                           00000310
           ORGANIZATION IS INDEXED                                      00000320
           ACCESS MODE IS DYNAMIC                                       00000330
           RECORD KEY IS CON-TRAN-ID                                    00000340
           FILE STATUS IS FS-CONTRACT-FILE.                             00000350
           SELECT MYFILE                                                00000360
           ASSIGN TO MYDD                                               00000370
           ORGANIZATION IS INDEXED                                      00000380
           ACCESS MODE IS DYNAMIC                                       00000390
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000400
           FILE STATUS IS FS-MYFILE.                                    00000410
           SELECT MYF-TRAN-FILE                                         00000420
           ASSIGN TO MYFTRAN                                            00000430
           ORGANIZATION IS INDEXED                                      00000440
           ACCESS MODE IS DYNAMIC                                       00000450
           RECORD KEY IS MTR-KEY                                        00000460
           FILE STATUS IS FS-MYF-TRAN-FILE.                             00000470
           SELECT DELTA-FILE                                            00000473
           ASSIGN TO MYFDELTA                                           00000476
           ORGANIZATION IS SEQUENTIAL                                   00000479
           FILE STATUS IS FS-DELTA-FILE.                                00000482
           SELECT INSTR-FILE                                            00000485
           ASSIGN TO MATINSTR                                           00000490
           ORGANIZATION IS SEQUENTIAL                                   00000500
           FILE STATUS IS FS-INSTR-FILE.                                00000510
           SELECT RENEW-RATE-FILE                                       00000520
           ASSIGN TO CONRATES                                           00000530
           ORGANIZATION IS SEQUENTIAL                                   00000540
           FILE STATUS IS FS-RENEW-RATE-FILE.                           00000550
           SELECT GL-COA-FILE                                           00000560
           ASSIGN TO GLCOA                                              00000570
           ORGANIZATION IS SEQUENTIAL                                   00000580
           FILE STATUS IS FS-GL-COA-FILE.                               00000590
           SELECT GL-JRNL-FILE                                          00000600
           ASSIGN TO GLJRNL                                             00000610
           ORGANIZATION IS SEQUENTIAL                                   00000620
           FILE STATUS IS FS-GL-JRNL-FILE.                              00000630
           SELECT XREF-FILE                                             00000640
           ASSIGN TO ACCTXREF                                           00000650
           ORGANIZATION IS SEQUENTIAL                                   00000660
           FILE STATUS IS FS-XREF-FILE.                                 00000670
           SELECT CUST-MASTER-FILE                                      00000680
           ASSIGN TO CUSTMAST                                           00000690
           ORGANIZATION IS SEQUENTIAL                                   00000700
           FILE STATUS IS FS-CUST-MASTER-FILE.                          00000710
           SELECT LETTER-FILE                                           00000720
           ASSIGN TO MATLTR                                             00000730
           ORGANIZATION IS SEQUENTIAL                                   00000740
           FILE STATUS IS FS-LETTER-FILE.                               00000750
           SELECT LETTER-REVW-FILE                                      00000760
           ASSIGN TO MATREV                                             00000770
           ORGANIZATION IS SEQUENTIAL                                   00000780
           FILE STATUS IS FS-LETTER-REVW-FILE.                          00000790
           SELECT CONTACT-HIST-FILE                                     00000800
           ASSIGN TO CONTHIST                                           00000810
           ORGANIZATION IS SEQUENTIAL                                   00000820
           FILE STATUS IS FS-CONTACT-HIST-FILE.                         00000830
           SELECT MAT-RPT-FILE                                          00000840
           ASSIGN TO MATACT                                             00000850
           ORGANIZATION IS SEQUENTIAL                                   00000860
           FILE STATUS IS FS-MAT-RPT-FILE.                              00000870
           SELECT PARM-FILE                                             00000880
           ASSIGN TO MATPARM                                            00000890
           ORGANIZATION IS SEQUENTIAL                                   00000900
           FILE STATUS IS FS-PARM-FILE.                                 00000910
           SELECT AUDIT-LOG-FILE                                        00000920
           ASSIGN TO AUDITLOG                                           00000930
           ORGANIZATION IS SEQUENTIAL                                   00000940
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000950
           SELECT PROC-DATE-FILE                                        00000960
           ASSIGN TO PROCDATE                                           00000970
           ORGANIZATION IS SEQUENTIAL                                   00000980
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000990
       DATA DIVISION.                                                   00001000
       FILE SECTION.                                                    00001010
       FD CONTRACT-FILE.                                                00001020
       COPY CONTRACT.                                                   00001030
                                                                        00001040
       FD MYFILE.                                                       00001050
       COPY MYFREC.                                                     00001060
                                                                        00001070
       FD MYF-TRAN-FILE.                                                00001075
       COPY MYFTRAN.                                                    00001080
                                                                        00001085
       FD DELTA-FILE.                                                   00001090
       COPY DELTAREC.                                                   00001095
                                                                        00001100
      *> ***************************************************************00001110
      *> ONE CARD PER CUSTOMER INSTRUCTION: THE CONTRACT'S TRAN-ID AND  00001120
      *> 'R' TO RENEW OR 'P' TO PAY OUT AT MATURITY.  THE LATEST CARD   00001130
      *> FOR A CONTRACT STANDS UNTIL IT MATURES                         00001140
      *> ***************************************************************00001150
       FD INSTR-FILE.                                                   00001160
       01 INSTR-RECORD.                                                 00001170
           05 INS-TRAN-ID           PIC 9(09).                          00001180
           05 INS-CODE              PIC X(01).                          00001190
               88 INS-VALID-CODE     VALUES 'R', 'P'.                   00001200
           05 FILLER                PIC X(70).                          00001210
                                                                        00001220
      *> ***************************************************************00001230
      *> RENEWAL RATES BY TERM, WITH THE DATE EACH TAKES EFFECT, KEPT   00001240
      *> AS DATA THE WAY THE SERVICE-CHARGE RATES ARE                   00001250
      *> ***************************************************************00001260
       FD RENEW-RATE-FILE.                                              00001270
       01 RENEW-RATE-RECORD.                                            00001280
           05 RNR-TERM-MONTHS       PIC 9(03).                          00001290
           05 RNR-RATE              PIC 9V9999.                         00001300
           05 RNR-EFF-DATE          PIC 9(08).                          00001310
           05 FILLER                PIC X(64).                          00001320
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
      *> MATURITY POSTING PLUS THE BATCH TRAILER THE LEDGER SYSTEM      00001430
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
       FD XREF-FILE.                                                    00001620
       COPY ACCTXREF.                                                   00001630
                                                                        00001640
       FD CUST-MASTER-FILE.                                             00001650
       COPY CUSTREC.                                                    00001660
                                                                        00001670
      *> ***************************************************************00001680
      *> SAME FULFILLMENT LAYOUT AS CONDI'S LETTER-FILE, SO THE PRINT   00001690
      *> SHOP TAKES THESE NOTICES THROUGH THE EXISTING CHANNEL          00001700
      *> ***************************************************************00001710
       FD LETTER-FILE.                                                  00001720
       01 LETTER-RECORD.                                                00001730
           05 LTR-DATE              PIC 9(08).                          00001740
           05 LTR-APPL-ID           PIC 9(09).                          00001750
           05 LTR-APPL-NAME         PIC X(20).                          00001760
           05 LTR-PRODUCT-CD        PIC X(04).                          00001770
           05 LTR-DECISION          PIC X(10).                          00001780
           05 LTR-REASON            PIC X(40).                          00001790
      * RANKED ADVERSE-ACTION CODES ON CONDI DECLINES; ALWAYS           00001800
      * SPACES ON A MATURITY NOTICE                                     00001810
           05 LTR-REASON-CODES      PIC X(16).                          00001820
           05 FILLER                PIC X(09).                          00001830
                                                                        00001840
      *> ***************************************************************00001850
      *> REVIEW COPY OF A NOTICE HELD BY A CONTACT SUPPRESSION ON       00001860
      *> THE CUSTOMER - A HUMAN DECIDES, NOT THE PRINT SHOP             00001870
      *> ***************************************************************00001880
       FD LETTER-REVW-FILE.                                             00001890
       01 LETTER-REVW-RECORD        PIC X(116).                         00001900
                                                                        00001910
       FD CONTACT-HIST-FILE.                                            00001920
       COPY CONTHIST.                                                   00001930
                                                                        00001940
       FD MAT-RPT-FILE.                                                 00001950
       01 MAT-RPT-LINE              PIC X(133).                         00001960
                                                                        00001970
       FD PARM-FILE.                                                    00001980
       COPY PARMCPY.                                                    00001990
                                                                        00002000
       FD AUDIT-LOG-FILE.                                               00002010
       COPY AUDITLOG.                                                   00002020
                                                                        00002030
       FD PROC-DATE-FILE.                                               00002040
       COPY PROCDREC.                                                   00002050
                                                                        00002060
       WORKING-STORAGE SECTION.                                         00002070
       01 FS-CONTRACT-FILE PIC XX.                                      00002080
       01 FS-MYFILE PIC XX.                                             00002090
       01 FS-MYF-TRAN-FILE PIC XX.                                      00002096
       01 FS-DELTA-FILE PIC XX.                                         00002102
       01 FS-INSTR-FILE PIC XX.                                         00002110
       01 FS-RENEW-RATE-FILE PIC XX.                                    00002120
       01 FS-GL-COA-FILE PIC XX.                                        00002130
       01 FS-GL-JRNL-FILE PIC XX.                                       00002140
       01 FS-XREF-FILE PIC XX.                                          00002150
       01 FS-CUST-MASTER-FILE PIC XX.                                   00002160
       01 FS-LETTER-FILE PIC XX.                                        00002170
       01 FS-LETTER-REVW-FILE PIC XX.                                   00002180
       01 FS-CONTACT-HIST-FILE PIC XX.                                  00002190
       01 FS-MAT-RPT-FILE PIC XX.                                       00002200
       01 FS-PARM-FILE PIC XX.                                          00002210
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00002220
                                                                        00002230
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00002240
           88 WS-EOF VALUE 'Y'.                                         00002250
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00002260
           88 WS-IO-ERROR VALUE 'Y'.                                    00002270
       01 WS-INS-EOF-SW PIC X(01) VALUE 'N'.                            00002280
           88 WS-INS-EOF VALUE 'Y'.                                     00002290
       01 WS-RNR-EOF-SW PIC X(01) VALUE 'N'.                            00002300
           88 WS-RNR-EOF VALUE 'Y'.                                     00002310
       01 WS-COA-EOF-SW PIC X(01) VALUE 'N'.                            00002320
           88 WS-COA-EOF VALUE 'Y'.                                     00002330
       01 WS-COA-FOUND-SW PIC X(01) VALUE 'N'.                          00002340
           88 WS-COA-FOUND VALUE 'Y'.                                   00002350
       01 WS-XREF-EOF-SW PIC X(01) VALUE 'N'.                           00002360
           88 WS-XREF-EOF VALUE 'Y'.                                    00002370
       01 WS-CUST-EOF-SW PIC X(01) VALUE 'N'.                           00002380
           88 WS-CUST-EOF VALUE 'Y'.                                    00002390
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00002400
           88 WS-FOUND VALUE 'Y'.                                       00002410
       01 WS-SEQ-EOF-SW PIC X(01) VALUE 'N'.                            00002420
           88 WS-SEQ-EOF VALUE 'Y'.                                     00002430
       01 WS-PAID-SW PIC X(01) VALUE 'N'.                               00002440
           88 WS-ALREADY-PAID VALUE 'Y'.                                00002450
       01 WS-POST-OK-SW PIC X(01) VALUE 'Y'.                            00002460
           88 WS-POST-OK VALUE 'Y'.                                     00002470
       01 WS-DATE-OK-SW PIC X(01) VALUE 'Y'.                            00002480
           88 WS-DATE-OK VALUE 'Y'.                                     00002490
                                                                        00002500
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00002510
       01 WS-NOTICE-DAYS PIC 9(03) VALUE 30.                            00002520
       01 WS-BASE-CURR-CD PIC X(03) VALUE 'USD'.                        00002530
       01 WS-MAT-DATE PIC 9(08) VALUE ZEROES.                           00002540
       01 WS-MAT-DAYNUM PIC 9(07) VALUE ZEROES.                         00002550
       01 WS-DAYS-TO-MAT PIC S9(07) VALUE ZEROES.                       00002560
       01 WS-MONTH-SERIAL PIC 9(07) VALUE ZEROES.                       00002570
       01 WS-MONTH-REM PIC 9(02) VALUE ZEROES.                          00002580
       01 WS-MONTH-DAYS PIC 9(02) VALUE ZEROES.                         00002590
       01 WS-ACTION PIC X(12) VALUE SPACES.                             00002600
       01 WS-RESULT-TEXT PIC X(30) VALUE SPACES.                        00002610
                                                                        00002620
      *> ***************************************************************00002630
      *> MATURITY WORK AREAS.  CONTRACT AMOUNTS ARE BASE CURRENCY; A    00002640
      *> PAYOUT TO A FOREIGN ACCOUNT GOES ON ITS LEDGER CONVERTED AT    00002650
      *> THE RATE RETAINED ON THE ACCOUNT HEADER                        00002660
      *> ***************************************************************00002670
       01 WS-ACCRUAL-AMT PIC S9(09)V99 COMP-3 VALUE ZEROES.             00002680
       01 WS-ACCRUAL-BASE PIC S9(09)V99 COMP-3 VALUE ZEROES.            00002690
       01 WS-TOPUP-AMT PIC S9(09)V99 COMP-3 VALUE ZEROES.               00002700
       01 WS-OLD-PRINCIPAL PIC S9(09)V99 COMP-3 VALUE ZEROES.           00002710
       01 WS-MAT-INTEREST PIC S9(09)V99 COMP-3 VALUE ZEROES.            00002720
       01 WS-MAT-FEES PIC S9(09)V99 COMP-3 VALUE ZEROES.                00002730
       01 WS-NEW-PRINCIPAL PIC S9(09)V99 COMP-3 VALUE ZEROES.           00002740
       01 WS-PAYOUT-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.              00002750
       01 WS-NEW-RATE PIC S9V9999 COMP-3 VALUE ZEROES.                  00002760
       01 WS-RUN-BAL PIC S9(11)V99 COMP-3 VALUE ZEROES.                 00002770
       01 WS-POST-BASE-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.           00002780
       01 WS-POST-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.                00002790
       01 WS-POST-DESC PIC X(30) VALUE SPACES.                          00002800
       01 WS-PAID-DESC PIC X(30) VALUE SPACES.                          00002810
       01 WS-BALANCE-AFTER PIC S9(11)V99 COMP-3 VALUE ZEROES.           00002820
       01 WS-NEXT-SEQ-NO PIC 9(05) VALUE ZEROES.                        00002830
       01 WS-CURR-ACCT-NO PIC 9(09) VALUE ZEROES.                       00002840
       01 WS-JRNL-TYPE PIC X(04) VALUE SPACES.                          00002850
       01 WS-JRNL-SRC-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.            00002860
       01 WS-JRNL-DR-ACCOUNT PIC 9(08) VALUE ZEROES.                    00002870
       01 WS-JRNL-CR-ACCOUNT PIC 9(08) VALUE ZEROES.                    00002880
       01 WS-JRNL-REC-COUNT PIC 9(09) VALUE ZEROES.                     00002890
       01 WS-JRNL-AMOUNT-HASH PIC 9(15) VALUE ZEROES.                   00002900
       01 WS-JRNL-AMOUNT-CENTS PIC 9(13) VALUE ZEROES.                  00002910
       01 WS-SUSPENSE-ACCOUNT PIC 9(08) VALUE 99999999.                 00002920
                                                                        00002930
       01 WS-COA-TABLE.                                                 00002940
           05 WS-COA-ENTRY OCCURS 100 TIMES.                            00002950
               10 TBL-COA-TRAN-TYPE     PIC X(04).                      00002960
               10 TBL-COA-DR-ACCOUNT    PIC 9(08).                      00002970
               10 TBL-COA-CR-ACCOUNT    PIC 9(08).                      00002980
       01 WS-COA-COUNT PIC 9(03) VALUE ZEROES.                          00002990
       01 WS-COA-MAX PIC 9(03) VALUE 100.                               00003000
       01 WS-COA-SUB PIC 9(03) VALUE ZEROES.                            00003010
                                                                        00003020
       01 WS-RNR-TABLE.                                                 00003030
           05 WS-RNR-ENTRY OCCURS 50 TIMES.                             00003040
               10 TBL-RNR-TERM-MONTHS   PIC 9(03).                      00003050
               10 TBL-RNR-RATE          PIC 9V9999.                     00003060
               10 TBL-RNR-EFF-DATE      PIC 9(08).                      00003070
       01 WS-RNR-COUNT PIC 9(02) VALUE ZEROES.                          00003080
       01 WS-RNR-MAX PIC 9(02) VALUE 50.                                00003090
       01 WS-RNR-SUB PIC 9(02) VALUE ZEROES.                            00003100
       01 WS-BEST-SUB PIC 9(02) VALUE ZEROES.                           00003110
                                                                        00003120
      *> ***************************************************************00003130
      *> ACCOUNT-TO-CUSTOMER LINKS AND CUSTOMER NAMES FOR THE NOTICES,  00003140
      *> LOADED THE WAY THE DORMANCY SWEEP LOADS THEM                   00003150
      *> ***************************************************************00003160
       01 WS-XREF-TABLE.                                                00003170
           05 WS-XREF-ENTRY OCCURS 500 TIMES.                           00003180
               10 TBL-AXR-ACCT-NO       PIC 9(09).                      00003190
               10 TBL-AXR-CUST-ID       PIC 9(09).                      00003200
               10 TBL-AXR-STATUS        PIC X(01).                      00003210
       01 WS-XREF-COUNT PIC 9(03) VALUE ZEROES.                         00003220
       01 WS-XREF-MAX PIC 9(03) VALUE 500.                              00003230
       01 WS-XREF-SUB PIC 9(03) VALUE ZEROES.                           00003240
                                                                        00003250
       01 WS-CUST-TABLE.                                                00003260
           05 WS-CUST-ENTRY OCCURS 200 TIMES.                           00003270
               10 TBL-CUST-ID           PIC 9(09).                      00003280
               10 TBL-CUST-LAST         PIC X(20).                      00003290
               10 TBL-CUST-SUPP         PIC X(01).                      00003300
       01 WS-CUST-COUNT PIC 9(03) VALUE ZEROES.                         00003310
       01 WS-CUST-MAX PIC 9(03) VALUE 200.                              00003320
       01 WS-CUST-SUB PIC 9(03) VALUE ZEROES.                           00003330
                                                                        00003340
       01 WS-LOOKUP-CUST-ID PIC 9(09) VALUE ZEROES.                     00003350
       01 WS-LOOKUP-CUST-SUB PIC 9(03) VALUE ZEROES.                    00003360
       01 WS-LOOKUP-SUPP PIC X(01) VALUE SPACE.                         00003370
                                                                        00003380
       01 WS-CONTRACTS-READ PIC 9(07) VALUE ZEROES.                     00003390
       01 WS-INSTR-READ PIC 9(07) VALUE ZEROES.                         00003400
       01 WS-INSTR-APPLIED PIC 9(07) VALUE ZEROES.                      00003410
       01 WS-INSTR-REJECTED PIC 9(07) VALUE ZEROES.                     00003420
       01 WS-NOTICES-WRITTEN PIC 9(07) VALUE ZEROES.                    00003430
       01 WS-NOTICES-SUPPRESSED PIC 9(07) VALUE ZEROES.                 00003440
       01 WS-NO-OWNER-COUNT PIC 9(07) VALUE ZEROES.                     00003450
       01 WS-UNDATED-COUNT PIC 9(07) VALUE ZEROES.                      00003460
       01 WS-CONTRACTS-RENEWED PIC 9(07) VALUE ZEROES.                  00003470
       01 WS-CONTRACTS-PAID-OUT PIC 9(07) VALUE ZEROES.                 00003480
       01 WS-CONTRACTS-HELD PIC 9(07) VALUE ZEROES.                     00003490
       01 WS-TOTAL-TOPUP PIC S9(11)V99 COMP-3 VALUE ZEROES.             00003500
       01 WS-TOTAL-RENEWED PIC S9(13)V99 COMP-3 VALUE ZEROES.           00003510
       01 WS-TOTAL-PAID-OUT PIC S9(13)V99 COMP-3 VALUE ZEROES.          00003520
       COPY ABENDCPY.                                                   00003530
       COPY AUDITCHN.                                                   00003540
       COPY PROCDCPY.                                                   00003550
                                                                        00003560
      *> ***************************************************************00003570
      *> DAY-NUMBER CONVERSION WORK AREAS FOR THE NOTICE HORIZON,       00003580
      *> THE SAME SERIAL-DAY ARITHMETIC THE AUDIT ARCHIVAL USES         00003590
      *> ***************************************************************00003600
       01 WS-DN-DATE PIC 9(08).                                         00003610
       01 WS-DN-DATE-GROUP REDEFINES WS-DN-DATE.                        00003620
           05 WS-DN-YYYY PIC 9(04).                                     00003630
           05 WS-DN-MM PIC 9(02).                                       00003640
           05 WS-DN-DD PIC 9(02).                                       00003650
       01 WS-DN-RESULT PIC 9(07).                                       00003660
       01 WS-DN-PRIOR-YEARS PIC 9(04).                                  00003670
       01 WS-DN-LEAPS-4 PIC 9(04).                                      00003680
       01 WS-DN-LEAPS-100 PIC 9(04).                                    00003690
       01 WS-DN-LEAPS-400 PIC 9(04).                                    00003700
       01 WS-DN-LEAP-QUOT PIC 9(04).                                    00003710
       01 WS-DN-LEAP-REM PIC 9(04).                                     00003720
       01 WS-DN-LEAP-SW PIC X(01) VALUE 'N'.                            00003730
           88 WS-DN-LEAP-YEAR VALUE 'Y'.                                00003740
       01 WS-TODAY-DAYNUM PIC 9(07) VALUE ZEROES.                       00003750
       01 CUM-DAYS-INIT.                                                00003760
           05 FILLER PIC 9(03) VALUE 000.                               00003770
           05 FILLER PIC 9(03) VALUE 031.                               00003780
           05 FILLER PIC 9(03) VALUE 059.                               00003790
           05 FILLER PIC 9(03) VALUE 090.                               00003800
           05 FILLER PIC 9(03) VALUE 120.                               00003810
           05 FILLER PIC 9(03) VALUE 151.                               00003820
           05 FILLER PIC 9(03) VALUE 181.                               00003830
           05 FILLER PIC 9(03) VALUE 212.                               00003840
           05 FILLER PIC 9(03) VALUE 243.                               00003850
           05 FILLER PIC 9(03) VALUE 273.                               00003860
           05 FILLER PIC 9(03) VALUE 304.                               00003870
           05 FILLER PIC 9(03) VALUE 334.                               00003880
       01 CUM-DAYS REDEFINES CUM-DAYS-INIT.                             00003890
           05 CUM-DAYS-TO-MONTH OCCURS 12 TIMES PIC 9(03).              00003900
       01 MONTH-DAYS-INIT.                                              00003910
           05 FILLER PIC 9(02) VALUE 31.                                00003920
           05 FILLER PIC 9(02) VALUE 28.                                00003930
           05 FILLER PIC 9(02) VALUE 31.                                00003940
           05 FILLER PIC 9(02) VALUE 30.                                00003950
           05 FILLER PIC 9(02) VALUE 31.                                00003960
           05 FILLER PIC 9(02) VALUE 30.                                00003970
           05 FILLER PIC 9(02) VALUE 31.                                00003980
           05 FILLER PIC 9(02) VALUE 31.                                00003990
           05 FILLER PIC 9(02) VALUE 30.                                00004000
           05 FILLER PIC 9(02) VALUE 31.                                00004010
           05 FILLER PIC 9(02) VALUE 30.                                00004020
           05 FILLER PIC 9(02) VALUE 31.                                00004030
       01 MONTH-DAYS REDEFINES MONTH-DAYS-INIT.                         00004040
           05 DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(02).                  00004050
                                                                        00004060
      *> ***************************************************************00004070
      *> MATURITY ACTIVITY REPORT LINES                                 00004080
      *> ***************************************************************00004090
       01 WS-RPT-HDR-1.                                                 00004100
           05 FILLER PIC X(01) VALUE '1'.                               00004110
           05 FILLER PIC X(45)                                          00004120
              VALUE 'CONMATR - CONTRACT MATURITY ACTIVITY'.             00004130
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00004140
           05 RPT-RUN-DATE PIC 9(08).                                   00004150
                                                                        00004160
       01 WS-RPT-HDR-2.                                                 00004170
           05 FILLER PIC X(01) VALUE SPACE.                             00004180
           05 FILLER PIC X(11) VALUE 'TRAN ID'.                         00004190
           05 FILLER PIC X(11) VALUE 'ACCOUNT'.                         00004200
           05 FILLER PIC X(10) VALUE 'MATURES'.                         00004210
           05 FILLER PIC X(14) VALUE 'ACTION'.                          00004220
           05 FILLER PIC X(15) VALUE 'PRINCIPAL'.                       00004230
           05 FILLER PIC X(15) VALUE 'INTEREST'.                        00004240
           05 FILLER PIC X(15) VALUE 'PAID/RENEWED'.                    00004250
           05 FILLER PIC X(08) VALUE 'RATE'.                            00004260
           05 FILLER PIC X(30) VALUE 'RESULT'.                          00004270
                                                                        00004280
       01 WS-RPT-DTL.                                                   00004290
           05 FILLER PIC X(01) VALUE SPACE.                             00004300
           05 RPT-TRAN-ID PIC 9(09).                                    00004310
           05 FILLER PIC X(02) VALUE SPACES.                            00004320
           05 RPT-ACCT-NO PIC 9(09).                                    00004330
           05 FILLER PIC X(02) VALUE SPACES.                            00004340
           05 RPT-MAT-DATE PIC 9(08).                                   00004350
           05 FILLER PIC X(02) VALUE SPACES.                            00004360
           05 RPT-ACTION PIC X(12).                                     00004370
           05 FILLER PIC X(02) VALUE SPACES.                            00004380
           05 RPT-PRINCIPAL PIC Z(08)9.99-.                             00004390
           05 FILLER PIC X(02) VALUE SPACES.                            00004400
           05 RPT-INTEREST PIC Z(08)9.99-.                              00004410
           05 FILLER PIC X(02) VALUE SPACES.                            00004420
           05 RPT-SETTLED PIC Z(08)9.99-.                               00004430
           05 FILLER PIC X(02) VALUE SPACES.                            00004440
           05 RPT-RATE PIC 9.9999.                                      00004450
           05 FILLER PIC X(02) VALUE SPACES.                            00004460
           05 RPT-RESULT PIC X(30).                                     00004470
                                                                        00004480
       01 WS-RPT-TOT.                                                   00004490
           05 FILLER PIC X(01) VALUE '0'.                               00004500
           05 FILLER PIC X(10) VALUE 'RENEWED'.                         00004510
           05 TOT-RENEWED PIC Z(06)9.                                   00004520
           05 FILLER PIC X(04) VALUE SPACES.                            00004530
           05 FILLER PIC X(10) VALUE 'PAID OUT'.                        00004540
           05 TOT-PAID-OUT PIC Z(06)9.                                  00004550
           05 FILLER PIC X(04) VALUE SPACES.                            00004560
           05 FILLER PIC X(06) VALUE 'HELD'.                            00004570
           05 TOT-HELD PIC Z(06)9.                                      00004580
           05 FILLER PIC X(04) VALUE SPACES.                            00004590
           05 FILLER PIC X(12) VALUE 'AMOUNT PAID'.                     00004600
           05 TOT-PAID-AMT PIC Z(12)9.99-.                              00004610
                                                                        00004620
       PROCEDURE DIVISION.                                              00004630
       0000-MAIN.                                                       00004640
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00004650
           PERFORM 2000-PROCESS-CONTRACT THRU 2000-EXIT                 00004660
              UNTIL WS-EOF                                              00004670
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00004680
           IF WS-IO-ERROR                                               00004690
              MOVE 12 TO RETURN-CODE                                    00004700
           ELSE                                                         00004710
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00004720
           END-IF                                                       00004730
           GOBACK.                                                      00004740
                                                                        00004750
      *> ***************************************************************00004760
      *> RUN DATE AND NOTICE HORIZON, THE CONTRACT MASTER AND THE       00004770
      *> LEDGER FOR UPDATE, THE GL, RATE AND OWNER TABLES, THE          00004780
      *> OUTPUTS, THEN TONIGHT'S INSTRUCTIONS BEFORE THE WALK           00004790
      *> ***************************************************************00004800
       1000-INITIALIZE.                                                 00004810
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00004820
           IF WS-PROCESS-DATE > 0                                       00004830
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00004840
           ELSE                                                         00004850
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00004860
           END-IF                                                       00004870
           MOVE WS-RUN-DATE TO WS-DN-DATE                               00004880
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00004890
           MOVE WS-DN-RESULT TO WS-TODAY-DAYNUM                         00004900
           PERFORM 8700-READ-PARM-CARD THRU 8700-EXIT                   00004910
           IF FS-PARM-FILE = "00"                                       00004920
              AND PARM-NOTICE-DAYS NUMERIC                              00004930
              AND PARM-NOTICE-DAYS > 0                                  00004940
              MOVE PARM-NOTICE-DAYS TO WS-NOTICE-DAYS                   00004950
           END-IF                                                       00004960
           DISPLAY "MATURITY NOTICE HORIZON DAYS: " WS-NOTICE-DAYS      00004970
                                                                        00004980
           OPEN I-O CONTRACT-FILE                                       00004990
           EVALUATE FS-CONTRACT-FILE                                    00005000
             WHEN "00"                                                  00005010
               CONTINUE                                                 00005020
             WHEN "35"                                                  00005030
               MOVE "CONTRACT MASTER NOT FOUND" TO WS-ABEND-MESSAGE     00005040
               GO TO 9999-ABEND                                         00005050
             WHEN OTHER                                                 00005060
               MOVE "OPEN FAILED ON CONTRACT-FILE" TO WS-ABEND-MESSAGE  00005070
               GO TO 9999-ABEND                                         00005080
           END-EVALUATE                                                 00005090
           OPEN I-O MYFILE                                              00005100
           EVALUATE FS-MYFILE                                           00005110
             WHEN "00"                                                  00005120
               CONTINUE                                                 00005130
             WHEN "35"                                                  00005140
               MOVE "MYFILE NOT FOUND" TO WS-ABEND-MESSAGE              00005150
               GO TO 9999-ABEND                                         00005160
             WHEN OTHER                                                 00005170
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00005180
               GO TO 9999-ABEND                                         00005190
           END-EVALUATE                                                 00005200
      *> THE LEDGER OPENS WITH THE HEADER: A PAYOUT IS NEVER APPLIED    00005210
      *> TO ONE WITHOUT THE OTHER                                       00005220
           OPEN I-O MYF-TRAN-FILE                                       00005230
           EVALUATE FS-MYF-TRAN-FILE                                    00005240
             WHEN "00"                                                  00005250
               CONTINUE                                                 00005260
             WHEN "35"                                                  00005270
               MOVE "MYFILE LEDGER NOT FOUND" TO WS-ABEND-MESSAGE       00005280
               GO TO 9999-ABEND                                         00005290
             WHEN OTHER                                                 00005300
               MOVE "OPEN FAILED ON MYF-TRAN-FILE" TO WS-ABEND-MESSAGE  00005302
               GO TO 9999-ABEND                                         00005304
           END-EVALUATE                                                 00005306
      *> EVERY PAYOUT GOES ON THE SHARED DELTA FEED SO THE NEXT         00005308
      *> INCREMENTAL EXTRACT SWEEPS THE ACCOUNT                         00005310
           OPEN EXTEND DELTA-FILE                                       00005312
           IF FS-DELTA-FILE = "35"                                      00005314
              OPEN OUTPUT DELTA-FILE                                    00005316
           END-IF                                                       00005318
           IF FS-DELTA-FILE NOT = "00"                                  00005320
              MOVE "OPEN FAILED ON DELTA-FILE" TO WS-ABEND-MESSAGE      00005322
              GO TO 9999-ABEND                                          00005324
           END-IF                                                       00005326
                                                                        00005340
           PERFORM 1100-LOAD-COA THRU 1100-EXIT                         00005350
           PERFORM 1200-LOAD-RENEW-RATES THRU 1200-EXIT                 00005360
           PERFORM 1300-LOAD-XREF THRU 1300-EXIT                        00005370
           PERFORM 1400-LOAD-CUSTOMERS THRU 1400-EXIT                   00005380
                                                                        00005390
           OPEN OUTPUT GL-JRNL-FILE                                     00005400
           IF FS-GL-JRNL-FILE NOT = "00"                                00005410
              MOVE "OPEN FAILED ON GL-JRNL-FILE" TO WS-ABEND-MESSAGE    00005420
              GO TO 9999-ABEND                                          00005430
           END-IF                                                       00005440
           OPEN OUTPUT LETTER-FILE                                      00005450
           IF FS-LETTER-FILE NOT = "00"                                 00005460
              MOVE "OPEN FAILED ON LETTER-FILE" TO WS-ABEND-MESSAGE     00005470
              GO TO 9999-ABEND                                          00005480
           END-IF                                                       00005490
           OPEN OUTPUT LETTER-REVW-FILE                                 00005500
           IF FS-LETTER-REVW-FILE NOT = "00"                            00005510
              MOVE "OPEN FAILED ON LETTER-REVW-FILE" TO                 00005520
                 WS-ABEND-MESSAGE                                       00005530
              GO TO 9999-ABEND                                          00005540
           END-IF                                                       00005550
           OPEN EXTEND CONTACT-HIST-FILE                                00005560
           IF FS-CONTACT-HIST-FILE = "35"                               00005570
              OPEN OUTPUT CONTACT-HIST-FILE                             00005580
           END-IF                                                       00005590
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00005600
              MOVE "OPEN FAILED ON CONTACT-HIST-FILE" TO                00005610
                 WS-ABEND-MESSAGE                                       00005620
              GO TO 9999-ABEND                                          00005630
           END-IF                                                       00005640
           OPEN OUTPUT MAT-RPT-FILE                                     00005650
           IF FS-MAT-RPT-FILE NOT = "00"                                00005660
              MOVE "OPEN FAILED ON MAT-RPT-FILE" TO WS-ABEND-MESSAGE    00005670
              GO TO 9999-ABEND                                          00005680
           END-IF                                                       00005690
           MOVE "CONMATR" TO ALOG-PROGRAM-ID                            00005700
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00005710
           MOVE WS-RUN-DATE TO RPT-RUN-DATE                             00005720
           WRITE MAT-RPT-LINE FROM WS-RPT-HDR-1                         00005730
           WRITE MAT-RPT-LINE FROM WS-RPT-HDR-2                         00005740
                                                                        00005750
           PERFORM 1500-APPLY-INSTRUCTIONS THRU 1500-EXIT               00005760
      *> THE INSTRUCTION READS MOVED THE FILE POSITION, SO THE WALK     00005770
      *> STARTS AGAIN FROM THE LOWEST KEY                               00005780
           MOVE ZEROES TO CON-TRAN-ID                                   00005790
           START CONTRACT-FILE KEY IS NOT < CON-TRAN-ID                 00005800
           IF FS-CONTRACT-FILE NOT = "00"                               00005810
              DISPLAY "NO CONTRACTS ON THE MASTER"                      00005820
              SET WS-EOF TO TRUE                                        00005830
              GO TO 1000-EXIT                                           00005840
           END-IF                                                       00005850
           PERFORM 2900-READ-CONTRACT THRU 2900-EXIT.                   00005860
       1000-EXIT.                                                       00005870
           EXIT.                                                        00005880
                                                                        00005890
       1100-LOAD-COA.                                                   00005900
           OPEN INPUT GL-COA-FILE                                       00005910
           EVALUATE FS-GL-COA-FILE                                      00005920
             WHEN "00"                                                  00005930
               PERFORM UNTIL WS-COA-EOF                                 00005940
                 READ GL-COA-FILE                                       00005950
                   AT END                                               00005960
                     SET WS-COA-EOF TO TRUE                             00005970
                   NOT AT END                                           00005980
                     IF COA-DR-ACCOUNT NUMERIC                          00005984
                        AND COA-CR-ACCOUNT NUMERIC                      00005988
                        IF WS-COA-COUNT NOT < WS-COA-MAX                00005992
                           DISPLAY "COA TABLE FULL AT TYPE: "           00005996
                             COA-TRAN-TYPE                              00006000
                           MOVE "CHART OF ACCOUNTS EXCEEDS COA TABLE"   00006004
                              TO WS-ABEND-MESSAGE                       00006008
                           GO TO 9999-ABEND                             00006012
                        END-IF                                          00006016
                        ADD 1 TO WS-COA-COUNT                           00006020
                        MOVE COA-TRAN-TYPE TO                           00006030
                           TBL-COA-TRAN-TYPE (WS-COA-COUNT)             00006040
                        MOVE COA-DR-ACCOUNT TO                          00006050
                           TBL-COA-DR-ACCOUNT (WS-COA-COUNT)            00006060
                        MOVE COA-CR-ACCOUNT TO                          00006070
                           TBL-COA-CR-ACCOUNT (WS-COA-COUNT)            00006080
                     ELSE                                               00006090
                        DISPLAY "BAD COA RECORD, TYPE: "                00006100
                          COA-TRAN-TYPE                                 00006110
                     END-IF                                             00006120
                 END-READ                                               00006130
               END-PERFORM                                              00006140
               CLOSE GL-COA-FILE                                        00006150
             WHEN "35"                                                  00006160
               DISPLAY "NO CHART OF ACCOUNTS, POSTING TO SUSPENSE"      00006170
             WHEN OTHER                                                 00006180
               MOVE "OPEN FAILED ON GL-COA-FILE" TO WS-ABEND-MESSAGE    00006190
               GO TO 9999-ABEND                                         00006200
           END-EVALUATE.                                                00006210
       1100-EXIT.                                                       00006220
           EXIT.                                                        00006230
                                                                        00006240
      *> ***************************************************************00006250
      *> A MISSING RENEWAL RATE TABLE MEANS EVERY RENEWAL KEEPS THE     00006260
      *> RATE IT HAD, WHICH THE REPORT SHOWS                            00006270
      *> ***************************************************************00006280
       1200-LOAD-RENEW-RATES.                                           00006290
           OPEN INPUT RENEW-RATE-FILE                                   00006300
           EVALUATE FS-RENEW-RATE-FILE                                  00006310
             WHEN "00"                                                  00006320
               PERFORM UNTIL WS-RNR-EOF                                 00006330
                 READ RENEW-RATE-FILE                                   00006340
                   AT END                                               00006350
                     SET WS-RNR-EOF TO TRUE                             00006360
                   NOT AT END                                           00006370
                     IF RNR-TERM-MONTHS NUMERIC                         00006380
                        AND RNR-RATE NUMERIC                            00006390
                        AND RNR-EFF-DATE NUMERIC                        00006400
                        AND WS-RNR-COUNT < WS-RNR-MAX                   00006410
                        ADD 1 TO WS-RNR-COUNT                           00006420
                        MOVE RNR-TERM-MONTHS TO                         00006430
                           TBL-RNR-TERM-MONTHS (WS-RNR-COUNT)           00006440
                        MOVE RNR-RATE TO                                00006450
                           TBL-RNR-RATE (WS-RNR-COUNT)                  00006460
                        MOVE RNR-EFF-DATE TO                            00006470
                           TBL-RNR-EFF-DATE (WS-RNR-COUNT)              00006480
                     ELSE                                               00006490
                        DISPLAY "BAD OR EXCESS RENEWAL RATE, TERM: "    00006500
                          RNR-TERM-MONTHS                               00006510
                     END-IF                                             00006520
                 END-READ                                               00006530
               END-PERFORM                                              00006540
               CLOSE RENEW-RATE-FILE                                    00006550
               DISPLAY "RENEWAL RATES LOADED: " WS-RNR-COUNT            00006560
             WHEN "35"                                                  00006570
               DISPLAY "NO RENEWAL RATES, RENEWALS KEEP THEIR RATE"     00006580
             WHEN OTHER                                                 00006590
               MOVE "OPEN FAILED ON RENEW-RATE-FILE" TO                 00006600
                  WS-ABEND-MESSAGE                                      00006610
               GO TO 9999-ABEND                                         00006620
           END-EVALUATE.                                                00006630
       1200-EXIT.                                                       00006640
           EXIT.                                                        00006650
                                                                        00006660
       1300-LOAD-XREF.                                                  00006670
           OPEN INPUT XREF-FILE                                         00006680
           EVALUATE FS-XREF-FILE                                        00006690
             WHEN "00"                                                  00006700
               PERFORM UNTIL WS-XREF-EOF                                00006710
                 READ XREF-FILE                                         00006720
                   AT END                                               00006730
                     SET WS-XREF-EOF TO TRUE                            00006740
                   NOT AT END                                           00006750
                     IF WS-XREF-COUNT < WS-XREF-MAX                     00006760
                        ADD 1 TO WS-XREF-COUNT                          00006770
                        MOVE AXR-ACCT-NO TO                             00006780
                           TBL-AXR-ACCT-NO (WS-XREF-COUNT)              00006790
                        MOVE AXR-CUST-ID TO                             00006800
                           TBL-AXR-CUST-ID (WS-XREF-COUNT)              00006810
                        MOVE AXR-STATUS TO                              00006820
                           TBL-AXR-STATUS (WS-XREF-COUNT)               00006830
                     ELSE                                               00006840
                        DISPLAY "XREF TABLE FULL, ENTRY DROPPED: "      00006850
                          AXR-ACCT-NO                                   00006860
                     END-IF                                             00006870
                 END-READ                                               00006880
               END-PERFORM                                              00006890
               CLOSE XREF-FILE                                          00006900
               DISPLAY "XREF LINKS LOADED: " WS-XREF-COUNT              00006910
             WHEN "35"                                                  00006920
               DISPLAY "NO XREF DATASET, NO OWNERS RESOLVED"            00006930
             WHEN OTHER                                                 00006940
               MOVE "OPEN FAILED ON XREF-FILE" TO WS-ABEND-MESSAGE      00006950
               GO TO 9999-ABEND                                         00006960
           END-EVALUATE.                                                00006970
       1300-EXIT.                                                       00006980
           EXIT.                                                        00006990
                                                                        00007000
       1400-LOAD-CUSTOMERS.                                             00007010
           OPEN INPUT CUST-MASTER-FILE                                  00007020
           EVALUATE FS-CUST-MASTER-FILE                                 00007030
             WHEN "00"                                                  00007040
               PERFORM UNTIL WS-CUST-EOF                                00007050
                 READ CUST-MASTER-FILE                                  00007060
                   AT END                                               00007070
                     SET WS-CUST-EOF TO TRUE                            00007080
                   NOT AT END                                           00007090
                     IF WS-CUST-COUNT < WS-CUST-MAX                     00007100
                        ADD 1 TO WS-CUST-COUNT                          00007110
                        MOVE CUST-ID TO TBL-CUST-ID (WS-CUST-COUNT)     00007120
                        MOVE CUST-LAST-NAME TO                          00007130
                           TBL-CUST-LAST (WS-CUST-COUNT)                00007140
                        MOVE CUST-SUPPRESS TO                           00007150
                           TBL-CUST-SUPP (WS-CUST-COUNT)                00007160
                     ELSE                                               00007170
                        DISPLAY "CUSTOMER TABLE FULL, ID DROPPED: "     00007180
                          CUST-ID                                       00007190
                     END-IF                                             00007200
                 END-READ                                               00007210
               END-PERFORM                                              00007220
               CLOSE CUST-MASTER-FILE                                   00007230
               DISPLAY "CUSTOMERS LOADED: " WS-CUST-COUNT               00007240
             WHEN "35"                                                  00007250
               DISPLAY "NO CUSTOMER MASTER, NO OWNERS RESOLVED"         00007260
             WHEN OTHER                                                 00007270
               MOVE "OPEN FAILED ON CUST-MASTER-FILE" TO                00007280
                  WS-ABEND-MESSAGE                                      00007290
               GO TO 9999-ABEND                                         00007300
           END-EVALUATE.                                                00007310
       1400-EXIT.                                                       00007320
           EXIT.                                                        00007330
                                                                        00007340
      *> ***************************************************************00007350
      *> STAMP EACH INSTRUCTION CARD ON ITS CONTRACT.  A CARD FOR A     00007360
      *> CONTRACT NOT ON FILE OR NO LONGER OPEN, OR WITH A CODE OTHER   00007370
      *> THAN R OR P, IS REJECTED TO THE LOG.  NO CARDS IS NORMAL       00007380
      *> ***************************************************************00007390
       1500-APPLY-INSTRUCTIONS.                                         00007400
           OPEN INPUT INSTR-FILE                                        00007410
           EVALUATE FS-INSTR-FILE                                       00007420
             WHEN "00"                                                  00007430
               CONTINUE                                                 00007440
             WHEN "35"                                                  00007450
               DISPLAY "NO MATURITY INSTRUCTIONS TONIGHT"               00007460
               GO TO 1500-EXIT                                          00007470
             WHEN OTHER                                                 00007480
               MOVE "OPEN FAILED ON INSTR-FILE" TO WS-ABEND-MESSAGE     00007490
               GO TO 9999-ABEND                                         00007500
           END-EVALUATE                                                 00007510
           PERFORM UNTIL WS-INS-EOF                                     00007520
             READ INSTR-FILE                                            00007530
               AT END                                                   00007540
                 SET WS-INS-EOF TO TRUE                                 00007550
               NOT AT END                                               00007560
                 ADD 1 TO WS-INSTR-READ                                 00007570
                 PERFORM 1550-APPLY-ONE-INSTR THRU 1550-EXIT            00007580
             END-READ                                                   00007590
           END-PERFORM                                                  00007600
           CLOSE INSTR-FILE.                                            00007610
       1500-EXIT.                                                       00007620
           EXIT.                                                        00007630
                                                                        00007640
       1550-APPLY-ONE-INSTR.                                            00007650
           IF INS-TRAN-ID NOT NUMERIC                                   00007660
              OR NOT INS-VALID-CODE                                     00007670
              DISPLAY "INVALID MATURITY INSTRUCTION: " INSTR-RECORD     00007680
              ADD 1 TO WS-INSTR-REJECTED                                00007690
              SET RC-WARNING TO TRUE                                    00007700
              GO TO 1550-EXIT                                           00007710
           END-IF                                                       00007720
           MOVE INS-TRAN-ID TO CON-TRAN-ID                              00007730
           READ CONTRACT-FILE                                           00007740
           IF FS-CONTRACT-FILE NOT = "00"                               00007750
              OR NOT CON-OPEN                                           00007760
              DISPLAY "INSTRUCTION FOR CONTRACT NOT OPEN, TRAN ID: "    00007770
                INS-TRAN-ID                                             00007780
              ADD 1 TO WS-INSTR-REJECTED                                00007790
              SET RC-WARNING TO TRUE                                    00007800
              GO TO 1550-EXIT                                           00007810
           END-IF                                                       00007820
           MOVE INS-CODE TO CON-MAT-INSTR                               00007830
           REWRITE CONTRACT-RECORD                                      00007840
           IF FS-CONTRACT-FILE NOT = "00"                               00007850
              DISPLAY "REWRITE FAILED, CONTRACT STATUS: "               00007860
                FS-CONTRACT-FILE                                        00007870
              ADD 1 TO WS-INSTR-REJECTED                                00007880
              SET RC-WARNING TO TRUE                                    00007890
              GO TO 1550-EXIT                                           00007900
           END-IF                                                       00007910
           ADD 1 TO WS-INSTR-APPLIED                                    00007920
           MOVE "MAT INSTR" TO ALOG-ACTION                              00007930
           MOVE SPACES TO ALOG-DETAIL                                   00007940
           IF CON-MAT-RENEW                                             00007950
              STRING 'CONTRACT ' CON-TRAN-ID ' TO RENEW AT MATURITY'    00007960
                 DELIMITED BY SIZE INTO ALOG-DETAIL                     00007970
           ELSE                                                         00007980
              STRING 'CONTRACT ' CON-TRAN-ID ' TO PAY OUT AT MATURITY'  00007990
                 DELIMITED BY SIZE INTO ALOG-DETAIL                     00008000
           END-IF                                                       00008010
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00008020
       1550-EXIT.                                                       00008030
           EXIT.                                                        00008040
                                                                        00008050
      *> ***************************************************************00008060
      *> ONE CONTRACT.  ONLY AN OPEN CONTRACT IS LOOKED AT.  BEFORE ITS 00008070
      *> MATURITY DATE IT MAY BE DUE ITS NOTICE; ON OR AFTER IT, IT IS  00008080
      *> RENEWED OR PAID OUT                                            00008090
      *> ***************************************************************00008100
       2000-PROCESS-CONTRACT.                                           00008110
           IF NOT CON-OPEN                                              00008120
              GO TO 2000-READ-NEXT                                      00008130
           END-IF                                                       00008140
           PERFORM 2100-FIND-MATURITY THRU 2100-EXIT                    00008150
           IF NOT WS-DATE-OK                                            00008160
              DISPLAY "CONTRACT HAS NO USABLE START DATE, TRAN ID: "    00008170
                CON-TRAN-ID                                             00008180
              ADD 1 TO WS-UNDATED-COUNT                                 00008190
              GO TO 2000-READ-NEXT                                      00008200
           END-IF                                                       00008210
           IF WS-MAT-DATE > WS-RUN-DATE                                 00008220
              COMPUTE WS-DAYS-TO-MAT = WS-MAT-DAYNUM - WS-TODAY-DAYNUM  00008230
              IF WS-DAYS-TO-MAT NOT > WS-NOTICE-DAYS                    00008240
                 AND NOT CON-MAT-NOTICE-SENT                            00008250
                 PERFORM 2200-SEND-NOTICE THRU 2200-EXIT                00008260
              END-IF                                                    00008270
              GO TO 2000-READ-NEXT                                      00008280
           END-IF                                                       00008290
                                                                        00008300
           MOVE 'Y' TO WS-POST-OK-SW                                    00008310
           MOVE SPACES TO WS-RESULT-TEXT                                00008320
           MOVE ZEROES TO WS-PAYOUT-AMT                                 00008330
           MOVE CON-PRINCIPAL TO WS-OLD-PRINCIPAL                       00008340
           MOVE CON-RATE TO WS-NEW-RATE                                 00008350
           PERFORM 2300-TOP-UP-ACCRUAL THRU 2300-EXIT                   00008360
           MOVE CON-ACCRUED-AMT TO WS-MAT-INTEREST                      00008370
           IF CON-MAT-RENEW                                             00008380
              MOVE "MAT RENEWED" TO WS-ACTION                           00008390
              PERFORM 2400-RENEW-CONTRACT THRU 2400-EXIT                00008400
           ELSE                                                         00008410
              MOVE "MAT PAID OUT" TO WS-ACTION                          00008420
              PERFORM 2500-PAY-OUT-CONTRACT THRU 2500-EXIT              00008430
           END-IF                                                       00008440
           PERFORM 2700-REWRITE-CONTRACT THRU 2700-EXIT                 00008450
           PERFORM 2800-REPORT-MATURITY THRU 2800-EXIT.                 00008460
       2000-READ-NEXT.                                                  00008470
           IF NOT WS-EOF                                                00008480
              PERFORM 2900-READ-CONTRACT THRU 2900-EXIT                 00008490
           END-IF.                                                      00008500
       2000-EXIT.                                                       00008510
           EXIT.                                                        00008520
                                                                        00008530
      *> ***************************************************************00008540
      *> MATURITY DATE = START DATE PLUS THE TERM IN MONTHS, THE DAY    00008550
      *> PULLED BACK TO THE LAST OF THE MONTH WHERE THAT MONTH IS       00008560
      *> SHORTER, AND ITS SERIAL DAY NUMBER FOR THE NOTICE HORIZON      00008570
      *> ***************************************************************00008580
       2100-FIND-MATURITY.                                              00008590
           MOVE 'Y' TO WS-DATE-OK-SW                                    00008600
           IF CON-START-DATE NOT NUMERIC                                00008610
              MOVE 'N' TO WS-DATE-OK-SW                                 00008620
              GO TO 2100-EXIT                                           00008630
           END-IF                                                       00008640
           MOVE CON-START-DATE TO WS-DN-DATE                            00008650
           IF WS-DN-MM < 1 OR WS-DN-MM > 12                             00008660
              OR WS-DN-DD < 1 OR WS-DN-DD > 31                          00008670
              MOVE 'N' TO WS-DATE-OK-SW                                 00008680
              GO TO 2100-EXIT                                           00008690
           END-IF                                                       00008700
           COMPUTE WS-MONTH-SERIAL =                                    00008710
              (WS-DN-YYYY * 12) + WS-DN-MM - 1 + CON-TERM-MONTHS        00008720
           DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-DN-YYYY               00008730
              REMAINDER WS-MONTH-REM                                    00008740
           COMPUTE WS-DN-MM = WS-MONTH-REM + 1                          00008750
           MOVE DAYS-IN-MONTH (WS-DN-MM) TO WS-MONTH-DAYS               00008760
           IF WS-DN-MM = 2                                              00008770
              PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT               00008780
              IF WS-DN-LEAP-YEAR                                        00008790
                 MOVE 29 TO WS-MONTH-DAYS                               00008800
              END-IF                                                    00008810
           END-IF                                                       00008820
           IF WS-DN-DD > WS-MONTH-DAYS                                  00008830
              MOVE WS-MONTH-DAYS TO WS-DN-DD                            00008840
           END-IF                                                       00008850
           MOVE WS-DN-DATE TO WS-MAT-DATE                               00008860
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00008870
           MOVE WS-DN-RESULT TO WS-MAT-DAYNUM.                          00008880
       2100-EXIT.                                                       00008890
           EXIT.                                                        00008900
                                                                        00008910
      *> ***************************************************************00008920
      *> THE MATURITY NOTICE, ONCE PER TERM.  A SUPPRESSED OWNER'S      00008930
      *> NOTICE GOES TO THE REVIEW FILE, NOT FULFILLMENT; A CONTRACT    00008940
      *> WITH NO KNOWN OWNER IS COUNTED FOR SERVICING TO CHASE          00008950
      *> ***************************************************************00008960
       2200-SEND-NOTICE.                                                00008970
           MOVE CON-ACCT-NO TO WS-CURR-ACCT-NO                          00008980
           PERFORM 2850-LOOKUP-OWNER THRU 2850-EXIT                     00008990
           IF WS-LOOKUP-CUST-ID = 0                                     00009000
              ADD 1 TO WS-NO-OWNER-COUNT                                00009010
              GO TO 2200-EXIT                                           00009020
           END-IF                                                       00009030
           MOVE SPACES TO LETTER-RECORD                                 00009040
           MOVE WS-RUN-DATE TO LTR-DATE                                 00009050
           MOVE WS-LOOKUP-CUST-ID TO LTR-APPL-ID                        00009060
           IF WS-LOOKUP-CUST-SUB > 0                                    00009070
              MOVE TBL-CUST-LAST (WS-LOOKUP-CUST-SUB) TO LTR-APPL-NAME  00009080
           END-IF                                                       00009090
           MOVE 'MATN' TO LTR-PRODUCT-CD                                00009100
           MOVE 'MATURING  ' TO LTR-DECISION                            00009110
           IF CON-MAT-RENEW                                             00009120
              STRING 'TRAN ' CON-TRAN-ID ' MATURES ' WS-MAT-DATE        00009130
                 ' RENEW' DELIMITED BY SIZE INTO LTR-REASON             00009140
           ELSE                                                         00009150
              STRING 'TRAN ' CON-TRAN-ID ' MATURES ' WS-MAT-DATE        00009160
                 ' PAYOUT' DELIMITED BY SIZE INTO LTR-REASON            00009170
           END-IF                                                       00009180
           IF WS-LOOKUP-SUPP = 'D'                                      00009190
              OR WS-LOOKUP-SUPP = 'N'                                   00009200
              OR WS-LOOKUP-SUPP = 'L'                                   00009210
              WRITE LETTER-REVW-RECORD FROM LETTER-RECORD               00009220
              ADD 1 TO WS-NOTICES-SUPPRESSED                            00009230
           ELSE                                                         00009240
              WRITE LETTER-RECORD                                       00009250
              IF FS-LETTER-FILE NOT = "00"                              00009260
                 DISPLAY "WRITE FAILED, LETTER-FILE STATUS: "           00009270
                   FS-LETTER-FILE                                       00009280
                 SET RC-WARNING TO TRUE                                 00009290
                 GO TO 2200-EXIT                                        00009300
              END-IF                                                    00009310
              ADD 1 TO WS-NOTICES-WRITTEN                               00009320
              MOVE WS-LOOKUP-CUST-ID TO CNT-CUST-ID                     00009330
              MOVE 'MATURITY NTC' TO CNT-CONTACT-TYPE                   00009340
              MOVE SPACES TO CNT-REFERENCE                              00009350
              STRING 'CONTRACT ' CON-TRAN-ID                            00009360
                 DELIMITED BY SIZE INTO CNT-REFERENCE                   00009370
              MOVE WS-RUN-DATE TO CNT-DATE                              00009380
              WRITE CONTACT-HIST-RECORD                                 00009390
              IF FS-CONTACT-HIST-FILE NOT = "00"                        00009400
                 DISPLAY "WRITE FAILED, CONTACT-HIST STATUS: "          00009410
                   FS-CONTACT-HIST-FILE                                 00009420
              END-IF                                                    00009430
           END-IF                                                       00009440
           SET CON-MAT-NOTICE-SENT TO TRUE                              00009450
           REWRITE CONTRACT-RECORD                                      00009460
           IF FS-CONTRACT-FILE NOT = "00"                               00009470
              DISPLAY "REWRITE FAILED, CONTRACT STATUS: "               00009480
                FS-CONTRACT-FILE                                        00009490
              SET RC-WARNING TO TRUE                                    00009500
           END-IF                                                       00009510
           MOVE "MAT NOTICE" TO ALOG-ACTION                             00009520
           MOVE SPACES TO ALOG-DETAIL                                   00009530
           STRING 'CONTRACT ' CON-TRAN-ID ' NOTICE, DUE ' WS-MAT-DATE   00009540
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00009550
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00009560
       2200-EXIT.                                                       00009570
           EXIT.                                                        00009580
                                                                        00009590
      *> ***************************************************************00009600
      *> THE MONTHLY ACCRUAL RUNS AT MONTH END, SO A CONTRACT MATURING  00009610
      *> MID-MONTH CAN STILL HAVE TERM PERIODS TO ACCRUE.  THEY ARE     00009620
      *> ACCRUED HERE ON THE SAME METHOD AND POSTED UNDER THE SAME      00009630
      *> 'ACCR' TYPE, SO THE FULL TERM'S INTEREST IS RECOGNIZED         00009640
      *> ***************************************************************00009650
       2300-TOP-UP-ACCRUAL.                                             00009660
           MOVE ZEROES TO WS-TOPUP-AMT                                  00009670
           PERFORM 2350-ACCRUE-ONE-PERIOD THRU 2350-EXIT                00009680
              UNTIL CON-PERIODS-DONE NOT < CON-TERM-MONTHS              00009690
           IF WS-TOPUP-AMT NOT = 0                                      00009700
              MOVE 'ACCR' TO WS-JRNL-TYPE                               00009710
              MOVE WS-TOPUP-AMT TO WS-JRNL-SRC-AMT                      00009720
              PERFORM 2650-WRITE-JOURNAL-PAIR THRU 2650-EXIT            00009730
              ADD WS-TOPUP-AMT TO WS-TOTAL-TOPUP                        00009740
           END-IF.                                                      00009750
       2300-EXIT.                                                       00009760
           EXIT.                                                        00009770
                                                                        00009780
       2350-ACCRUE-ONE-PERIOD.                                          00009790
           IF CON-CALC-METHOD = 'M'                                     00009800
              COMPUTE WS-ACCRUAL-BASE =                                 00009810
                 CON-PRINCIPAL + CON-ACCRUED-AMT                        00009820
                 ON SIZE ERROR                                          00009830
                    MOVE CON-PRINCIPAL TO WS-ACCRUAL-BASE               00009840
              END-COMPUTE                                               00009850
           ELSE                                                         00009860
              MOVE CON-PRINCIPAL TO WS-ACCRUAL-BASE                     00009870
           END-IF                                                       00009880
           IF CON-CALC-METHOD = 'D'                                     00009890
              COMPUTE WS-ACCRUAL-AMT ROUNDED =                          00009900
                 WS-ACCRUAL-BASE * CON-RATE * 30 / 365                  00009910
                 ON SIZE ERROR                                          00009920
                    MOVE ZEROES TO WS-ACCRUAL-AMT                       00009930
              END-COMPUTE                                               00009940
           ELSE                                                         00009950
              COMPUTE WS-ACCRUAL-AMT ROUNDED =                          00009960
                 WS-ACCRUAL-BASE * CON-RATE / 12                        00009970
                 ON SIZE ERROR                                          00009980
                    MOVE ZEROES TO WS-ACCRUAL-AMT                       00009990
              END-COMPUTE                                               00010000
           END-IF                                                       00010010
           ADD WS-ACCRUAL-AMT TO CON-ACCRUED-AMT                        00010020
              ON SIZE ERROR                                             00010030
                 DISPLAY "SIZE ERROR ON ACCRUED AMOUNT, TRAN ID: "      00010040
                   CON-TRAN-ID                                          00010050
                 MOVE ZEROES TO WS-ACCRUAL-AMT                          00010060
           END-ADD                                                      00010070
           ADD WS-ACCRUAL-AMT TO WS-TOPUP-AMT                           00010080
           ADD 1 TO CON-PERIODS-DONE                                    00010090
           MOVE WS-RUN-DATE TO CON-ACCRUED-TO.                          00010100
       2350-EXIT.                                                       00010110
           EXIT.                                                        00010120
                                                                        00010130
      *> ***************************************************************00010140
      *> RENEWAL: THE TERM'S INTEREST IS ADDED TO PRINCIPAL ('MATR'),   00010150
      *> AND A NEW TERM OF THE SAME LENGTH STARTS ON THE MATURITY DATE  00010160
      *> AT THE RENEWAL RATE IN FORCE.  THE CONTRACT STAYS OPEN UNDER   00010170
      *> ITS OWN TRAN-ID SO THE MONTHLY ACCRUAL KEEPS WALKING IT        00010180
      *> ***************************************************************00010190
       2400-RENEW-CONTRACT.                                             00010200
           COMPUTE WS-NEW-PRINCIPAL = CON-PRINCIPAL + CON-ACCRUED-AMT   00010210
              ON SIZE ERROR                                             00010220
                 DISPLAY "RENEWAL WOULD OVERFLOW PRINCIPAL, TRAN ID: "  00010230
                   CON-TRAN-ID                                          00010240
                 MOVE 'N' TO WS-POST-OK-SW                              00010250
                 MOVE 'HELD - PRINCIPAL OVERFLOW' TO WS-RESULT-TEXT     00010260
                 GO TO 2400-EXIT                                        00010270
           END-COMPUTE                                                  00010280
           PERFORM 2450-SELECT-RENEW-RATE THRU 2450-EXIT                00010290
           IF CON-ACCRUED-AMT NOT = 0                                   00010300
              MOVE 'MATR' TO WS-JRNL-TYPE                               00010310
              MOVE CON-ACCRUED-AMT TO WS-JRNL-SRC-AMT                   00010320
              PERFORM 2650-WRITE-JOURNAL-PAIR THRU 2650-EXIT            00010330
           END-IF                                                       00010340
           MOVE WS-NEW-PRINCIPAL TO CON-PRINCIPAL                       00010350
           MOVE WS-NEW-RATE TO CON-RATE                                 00010360
           MOVE WS-MAT-DATE TO CON-START-DATE                           00010370
           MOVE WS-MAT-DATE TO CON-ACCRUED-TO                           00010380
           MOVE ZEROES TO CON-PERIODS-DONE                              00010390
           MOVE ZEROES TO CON-ACCRUED-AMT                               00010400
           MOVE SPACE TO CON-MAT-NOTICE-SW                              00010410
           MOVE WS-NEW-PRINCIPAL TO WS-PAYOUT-AMT                       00010420
           ADD WS-NEW-PRINCIPAL TO WS-TOTAL-RENEWED                     00010430
           ADD 1 TO WS-CONTRACTS-RENEWED                                00010440
           IF WS-RESULT-TEXT = SPACES                                   00010450
              MOVE 'RENEWED' TO WS-RESULT-TEXT                          00010460
           END-IF.                                                      00010470
       2400-EXIT.                                                       00010480
           EXIT.                                                        00010490
                                                                        00010500
      *> ***************************************************************00010510
      *> THE ENTRY FOR THE CONTRACT'S TERM WITH THE LATEST EFFECTIVE    00010520
      *> DATE NOT AFTER THE MATURITY DATE.  NO ENTRY FOR THE TERM       00010530
      *> KEEPS THE RATE THE CONTRACT HAD.  AN INDEX-LINKED CONTRACT     00010534
      *> ALWAYS KEEPS ITS RATE - ITS NEXT RESET REPRICES IT             00010538
      *> ***************************************************************00010542
       2450-SELECT-RENEW-RATE.                                          00010546
           IF CON-RATE-VARIABLE                                         00010550
              MOVE CON-RATE TO WS-NEW-RATE                              00010554
              MOVE 'RENEWED ON INDEX TERMS' TO WS-RESULT-TEXT           00010558
              GO TO 2450-EXIT                                           00010562
           END-IF                                                       00010566
           MOVE ZEROES TO WS-BEST-SUB                                   00010570
           PERFORM VARYING WS-RNR-SUB FROM 1 BY 1                       00010580
                    UNTIL WS-RNR-SUB > WS-RNR-COUNT                     00010590
             IF TBL-RNR-TERM-MONTHS (WS-RNR-SUB) = CON-TERM-MONTHS      00010600
                AND TBL-RNR-EFF-DATE (WS-RNR-SUB) NOT > WS-MAT-DATE     00010610
                IF WS-BEST-SUB = 0                                      00010620
                   MOVE WS-RNR-SUB TO WS-BEST-SUB                       00010630
                ELSE                                                    00010640
                   IF TBL-RNR-EFF-DATE (WS-RNR-SUB)                     00010650
                      > TBL-RNR-EFF-DATE (WS-BEST-SUB)                  00010660
                      MOVE WS-RNR-SUB TO WS-BEST-SUB                    00010670
                   END-IF                                               00010680
                END-IF                                                  00010690
             END-IF                                                     00010700
           END-PERFORM                                                  00010710
           IF WS-BEST-SUB > 0                                           00010720
              MOVE TBL-RNR-RATE (WS-BEST-SUB) TO WS-NEW-RATE            00010730
           ELSE                                                         00010740
              MOVE CON-RATE TO WS-NEW-RATE                              00010750
              MOVE 'RENEWED AT PRIOR RATE' TO WS-RESULT-TEXT            00010760
           END-IF.                                                      00010770
       2450-EXIT.                                                       00010780
           EXIT.                                                        00010790
                                                                        00010800
      *> ***************************************************************00010810
      *> PAYOUT: PRINCIPAL ('MATP') AND INTEREST ('MATI') ARE CREDITED  00010820
      *> TO THE LINKED ACCOUNT, AND ANY FEES STILL DUE ON THE CONTRACT  00010830
      *> ARE TAKEN FROM IT ('PYFE', AS ARITH TAKES THEM FROM A          00010840
      *> PAYMENT).  AN ACCOUNT NOT ON FILE, CLOSED OR ESCHEATED HOLDS   00010850
      *> THE PAYOUT FOR THE DESK; THE CONTRACT STAYS OPEN AND COMES     00010860
      *> UP AGAIN TOMORROW.  A PAYOUT ALREADY ON TONIGHT'S LEDGER (A    00010870
      *> RERUN) IS NOT PAID TWICE                                       00010880
      *> ***************************************************************00010890
       2500-PAY-OUT-CONTRACT.                                           00010900
           MOVE CON-ACCT-NO TO WS-CURR-ACCT-NO                          00010910
           MOVE CON-ACCT-NO TO MYFREC-ACCT-NO OF MYFILE-RECORDS         00010920
           READ MYFILE                                                  00010930
           IF FS-MYFILE NOT = "00"                                      00010940
              MOVE 'N' TO WS-POST-OK-SW                                 00010950
              MOVE 'HELD - ACCOUNT NOT ON FILE' TO WS-RESULT-TEXT       00010960
              GO TO 2500-EXIT                                           00010970
           END-IF                                                       00010980
           IF MYFREC-ST-CLOSED OF MYFILE-RECORDS                        00010990
              OR MYFREC-ST-ESCHEATED OF MYFILE-RECORDS                  00011000
              MOVE 'N' TO WS-POST-OK-SW                                 00011010
              MOVE 'HELD - ACCOUNT NOT OPEN' TO WS-RESULT-TEXT          00011020
              GO TO 2500-EXIT                                           00011030
           END-IF                                                       00011040
           MOVE SPACES TO WS-PAID-DESC                                  00011050
           STRING 'MATURITY PRINCIPAL ' CON-TRAN-ID                     00011060
              DELIMITED BY SIZE INTO WS-PAID-DESC                       00011070
           PERFORM 2550-CHECK-PAID THRU 2550-EXIT                       00011080
           IF WS-ALREADY-PAID                                           00011090
              MOVE 'PAID OUT EARLIER TONIGHT' TO WS-RESULT-TEXT         00011100
              GO TO 2500-MARK-MATURED                                   00011110
           END-IF                                                       00011120
                                                                        00011130
           MOVE MYFREC-AMOUNT OF MYFILE-RECORDS TO WS-RUN-BAL           00011140
           MOVE ZEROES TO WS-MAT-FEES                                   00011148
           IF CON-FEES-DUE NUMERIC                                      00011156
              IF CON-FEES-DUE > 0                                       00011164
                 MOVE CON-FEES-DUE TO WS-MAT-FEES                       00011172
              END-IF                                                    00011180
           END-IF                                                       00011188
           IF CON-PRINCIPAL > 0                                         00011200
              MOVE CON-PRINCIPAL TO WS-POST-BASE-AMT                    00011210
              MOVE WS-PAID-DESC TO WS-POST-DESC                         00011220
              PERFORM 2600-POST-TO-LEDGER THRU 2600-EXIT                00011230
              IF NOT WS-POST-OK                                         00011240
                 GO TO 2500-EXIT                                        00011250
              END-IF                                                    00011260
              ADD CON-PRINCIPAL TO WS-PAYOUT-AMT                        00011270
              MOVE 'MATP' TO WS-JRNL-TYPE                               00011280
              MOVE CON-PRINCIPAL TO WS-JRNL-SRC-AMT                     00011290
              PERFORM 2650-WRITE-JOURNAL-PAIR THRU 2650-EXIT            00011300
           END-IF                                                       00011310
           IF CON-ACCRUED-AMT > 0                                       00011320
              MOVE CON-ACCRUED-AMT TO WS-POST-BASE-AMT                  00011330
              MOVE SPACES TO WS-POST-DESC                               00011340
              STRING 'MATURITY INTEREST ' CON-TRAN-ID                   00011350
                 DELIMITED BY SIZE INTO WS-POST-DESC                    00011360
              PERFORM 2600-POST-TO-LEDGER THRU 2600-EXIT                00011370
              IF NOT WS-POST-OK                                         00011380
                 GO TO 2500-EXIT                                        00011390
              END-IF                                                    00011400
              ADD CON-ACCRUED-AMT TO WS-PAYOUT-AMT                      00011410
              MOVE 'MATI' TO WS-JRNL-TYPE                               00011420
              MOVE CON-ACCRUED-AMT TO WS-JRNL-SRC-AMT                   00011430
              PERFORM 2650-WRITE-JOURNAL-PAIR THRU 2650-EXIT            00011440
           END-IF                                                       00011450
           IF WS-MAT-FEES > 0                                           00011460
              COMPUTE WS-POST-BASE-AMT = 0 - WS-MAT-FEES                00011470
              MOVE SPACES TO WS-POST-DESC                               00011480
              STRING 'CONTRACT FEES ' CON-TRAN-ID                       00011490
                 DELIMITED BY SIZE INTO WS-POST-DESC                    00011500
              PERFORM 2600-POST-TO-LEDGER THRU 2600-EXIT                00011510
              IF NOT WS-POST-OK                                         00011520
                 GO TO 2500-EXIT                                        00011530
              END-IF                                                    00011540
              SUBTRACT WS-MAT-FEES FROM WS-PAYOUT-AMT                   00011550
              MOVE ZEROES TO CON-FEES-DUE                               00011560
              MOVE 'PYFE' TO WS-JRNL-TYPE                               00011570
              MOVE WS-MAT-FEES TO WS-JRNL-SRC-AMT                       00011580
              PERFORM 2650-WRITE-JOURNAL-PAIR THRU 2650-EXIT            00011590
           END-IF                                                       00011600
           ADD WS-PAYOUT-AMT TO WS-TOTAL-PAID-OUT                       00011610
           MOVE 'PAID OUT' TO WS-RESULT-TEXT.                           00011620
       2500-MARK-MATURED.                                               00011630
           SET CON-MATURED TO TRUE                                      00011640
           MOVE WS-RUN-DATE TO CON-ACCRUED-TO                           00011650
           ADD 1 TO WS-CONTRACTS-PAID-OUT.                              00011660
       2500-EXIT.                                                       00011670
           EXIT.                                                        00011680
                                                                        00011690
       2550-CHECK-PAID.                                                 00011700
           MOVE 'N' TO WS-PAID-SW                                       00011710
           MOVE 'N' TO WS-SEQ-EOF-SW                                    00011720
           MOVE WS-CURR-ACCT-NO TO MTR-ACCT-NO                          00011730
           MOVE WS-RUN-DATE TO MTR-TRAN-DATE                            00011740
           MOVE ZEROES TO MTR-SEQ-NO                                    00011750
           START MYF-TRAN-FILE KEY IS NOT < MTR-KEY                     00011760
           IF FS-MYF-TRAN-FILE NOT = "00"                               00011770
              SET WS-SEQ-EOF TO TRUE                                    00011780
           END-IF                                                       00011790
           PERFORM UNTIL WS-SEQ-EOF OR WS-ALREADY-PAID                  00011800
             READ MYF-TRAN-FILE NEXT                                    00011810
             IF FS-MYF-TRAN-FILE NOT = "00"                             00011820
                OR MTR-ACCT-NO NOT = WS-CURR-ACCT-NO                    00011830
                OR MTR-TRAN-DATE NOT = WS-RUN-DATE                      00011840
                SET WS-SEQ-EOF TO TRUE                                  00011850
             ELSE                                                       00011860
                IF MTR-POST-PROGRAM = "CONMATR"                         00011870
                   AND MTR-DESC = WS-PAID-DESC                          00011880
                   SET WS-ALREADY-PAID TO TRUE                          00011890
                END-IF                                                  00011900
             END-IF                                                     00011910
           END-PERFORM.                                                 00011920
       2550-EXIT.                                                       00011930
           EXIT.                                                        00011940
                                                                        00011950
      *> ***************************************************************00011960
      *> POST WS-POST-BASE-AMT TO THE LEDGER UNDER THE NEXT SEQUENCE    00011970
      *> FOR THE ACCOUNT AND RUN DATE, IN THE ACCOUNT'S OWN CURRENCY,   00011980
      *> THEN MOVE THE HEADER BALANCE WITH IT - THE DETAIL GOES DOWN    00011990
      *> FIRST, THE SAME ORDER MYFMAINT KEEPS                           00012000
      *> ***************************************************************00012010
       2600-POST-TO-LEDGER.                                             00012020
           MOVE WS-POST-BASE-AMT TO WS-POST-AMT                         00012030
           IF MYFREC-CURR-CD OF MYFILE-RECORDS NOT = SPACES             00012040
              AND MYFREC-CURR-CD OF MYFILE-RECORDS NOT = WS-BASE-CURR-CD00012050
              AND MYFREC-FX-RATE OF MYFILE-RECORDS NUMERIC              00012060
              AND MYFREC-FX-RATE OF MYFILE-RECORDS > 0                  00012070
              COMPUTE WS-POST-AMT ROUNDED =                             00012080
                 WS-POST-BASE-AMT / MYFREC-FX-RATE OF MYFILE-RECORDS    00012090
                 ON SIZE ERROR                                          00012100
                    MOVE WS-POST-BASE-AMT TO WS-POST-AMT                00012110
              END-COMPUTE                                               00012120
           END-IF                                                       00012130
           MOVE WS-RUN-BAL TO WS-BALANCE-AFTER                          00012140
           ADD WS-POST-AMT TO WS-BALANCE-AFTER                          00012150
             ON SIZE ERROR                                              00012160
               DISPLAY "PAYOUT WOULD OVERFLOW BALANCE, ACCT: "          00012170
                 WS-CURR-ACCT-NO                                        00012180
               MOVE 'N' TO WS-POST-OK-SW                                00012190
               MOVE 'HELD - BALANCE OVERFLOW' TO WS-RESULT-TEXT         00012200
               GO TO 2600-EXIT                                          00012210
           END-ADD                                                      00012220
           PERFORM 2690-NEXT-SEQUENCE THRU 2690-EXIT                    00012230
           MOVE SPACES TO MYF-TRAN-RECORD                               00012240
           MOVE WS-CURR-ACCT-NO TO MTR-ACCT-NO                          00012250
           MOVE WS-RUN-DATE TO MTR-TRAN-DATE                            00012260
           MOVE WS-NEXT-SEQ-NO TO MTR-SEQ-NO                            00012270
           MOVE WS-RUN-DATE TO MTR-EFF-DATE                             00012280
           MOVE WS-POST-AMT TO MTR-AMOUNT                               00012290
           MOVE WS-POST-DESC TO MTR-DESC                                00012300
           MOVE MYFREC-CURR-CD OF MYFILE-RECORDS TO MTR-CURR-CD         00012310
           MOVE WS-BALANCE-AFTER TO MTR-BALANCE-AFTER                   00012320
           MOVE WS-RUN-DATE TO MTR-POST-DATE                            00012330
           MOVE "CONMATR" TO MTR-POST-PROGRAM                           00012340
           WRITE MYF-TRAN-RECORD                                        00012350
           IF FS-MYF-TRAN-FILE NOT = "00"                               00012360
              DISPLAY "I/O ERROR ON MYF-TRAN-FILE WRITE, STATUS: "      00012370
                FS-MYF-TRAN-FILE                                        00012380
              SET WS-IO-ERROR TO TRUE                                   00012390
              SET WS-EOF TO TRUE                                        00012400
              MOVE 'N' TO WS-POST-OK-SW                                 00012410
              MOVE 'STOPPED - LEDGER WRITE FAILED' TO WS-RESULT-TEXT    00012420
              GO TO 2600-EXIT                                           00012430
           END-IF                                                       00012440
           MOVE WS-BALANCE-AFTER TO WS-RUN-BAL                          00012450
           MOVE WS-RUN-BAL TO MYFREC-AMOUNT OF MYFILE-RECORDS           00012460
           MOVE WS-RUN-DATE TO MYFREC-TRAN-DATE OF MYFILE-RECORDS       00012470
           MOVE WS-RUN-DATE TO MYFREC-EFF-DATE OF MYFILE-RECORDS        00012480
           MOVE WS-POST-DESC TO MYFREC-DESC OF MYFILE-RECORDS           00012483
      *> A POSTING IS ACTIVITY ON THE ACCOUNT, SO A DORMANT ONE REOPENS 00012486
           IF MYFREC-ST-DORMANT OF MYFILE-RECORDS                       00012489
              MOVE 'O' TO MYFREC-STATUS OF MYFILE-RECORDS               00012492
              MOVE WS-RUN-DATE TO MYFREC-STATUS-DATE OF MYFILE-RECORDS  00012495
           END-IF                                                       00012498
           REWRITE MYFILE-RECORDS                                       00012501
           IF FS-MYFILE NOT = "00"                                      00012504
              DISPLAY "I/O ERROR ON MYFILE REWRITE, STATUS: " FS-MYFILE 00012507
              SET WS-IO-ERROR TO TRUE                                   00012510
              SET WS-EOF TO TRUE                                        00012513
              MOVE 'N' TO WS-POST-OK-SW                                 00012516
              MOVE 'STOPPED - HEADER REWRITE FAILED' TO WS-RESULT-TEXT  00012519
              GO TO 2600-EXIT                                           00012522
           END-IF                                                       00012525
           PERFORM 2610-WRITE-DELTA THRU 2610-EXIT.                     00012528
       2600-EXIT.                                                       00012531
           EXIT.                                                        00012534
                                                                        00012537
       2610-WRITE-DELTA.                                                00012540
           MOVE SPACES TO DELTA-CAPTURE-RECORD                          00012543
           MOVE WS-CURR-ACCT-NO TO DLT-ACCT-NO                          00012546
           SET DLT-ACTION-POST TO TRUE                                  00012549
           MOVE WS-RUN-DATE TO DLT-DATE                                 00012552
           ACCEPT DLT-TIME FROM TIME                                    00012555
           MOVE "CONMATR" TO DLT-PROGRAM-ID                             00012558
           WRITE DELTA-CAPTURE-RECORD                                   00012561
           IF FS-DELTA-FILE NOT = "00"                                  00012564
              DISPLAY "WRITE FAILED, DELTA-FILE STATUS: " FS-DELTA-FILE 00012567
           END-IF.                                                      00012570
       2610-EXIT.                                                       00012573
           EXIT.                                                        00012576
                                                                        00012600
      *> ***************************************************************00012610
      *> THE BALANCED PAIR FOR ONE MATURITY POSTING, RESOLVED FROM THE  00012620
      *> COA MAPPING UNDER WS-JRNL-TYPE; NO MAPPING POSTS TO SUSPENSE.  00012630
      *> THE CONTRACT'S TRAN-ID IS THE TRANSACTION ID                   00012640
      *> ***************************************************************00012650
       2650-WRITE-JOURNAL-PAIR.                                         00012660
           MOVE 'N' TO WS-COA-FOUND-SW                                  00012670
           MOVE WS-SUSPENSE-ACCOUNT TO WS-JRNL-DR-ACCOUNT               00012680
           MOVE WS-SUSPENSE-ACCOUNT TO WS-JRNL-CR-ACCOUNT               00012690
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1                       00012700
                    UNTIL WS-COA-SUB > WS-COA-COUNT                     00012710
                    OR WS-COA-FOUND                                     00012720
             IF TBL-COA-TRAN-TYPE (WS-COA-SUB) = WS-JRNL-TYPE           00012730
                SET WS-COA-FOUND TO TRUE                                00012740
                MOVE TBL-COA-DR-ACCOUNT (WS-COA-SUB) TO                 00012750
                   WS-JRNL-DR-ACCOUNT                                   00012760
                MOVE TBL-COA-CR-ACCOUNT (WS-COA-SUB) TO                 00012770
                   WS-JRNL-CR-ACCOUNT                                   00012780
             END-IF                                                     00012790
           END-PERFORM                                                  00012800
           IF NOT WS-COA-FOUND                                          00012810
              DISPLAY "NO GL MAPPING FOR TYPE " WS-JRNL-TYPE            00012820
                ", SUSPENSE USED"                                       00012830
           END-IF                                                       00012840
           COMPUTE WS-JRNL-AMOUNT-CENTS = WS-JRNL-SRC-AMT * 100         00012850
              ON SIZE ERROR                                             00012860
                 DISPLAY "SIZE ERROR CONVERTING JOURNAL AMOUNT"         00012870
                 MOVE ZEROES TO WS-JRNL-AMOUNT-CENTS                    00012880
           END-COMPUTE                                                  00012890
           MOVE SPACES TO GL-JRNL-RECORD                                00012900
           SET JRNL-DETAIL-REC TO TRUE                                  00012910
           MOVE CON-TRAN-ID TO JRNL-TRAN-ID                             00012920
           MOVE WS-JRNL-DR-ACCOUNT TO JRNL-GL-ACCOUNT                   00012930
           MOVE 'DR' TO JRNL-DR-CR                                      00012940
           MOVE WS-JRNL-AMOUNT-CENTS TO JRNL-AMOUNT                     00012950
           WRITE GL-JRNL-RECORD                                         00012960
           ADD 1 TO WS-JRNL-REC-COUNT                                   00012970
           ADD WS-JRNL-AMOUNT-CENTS TO WS-JRNL-AMOUNT-HASH              00012980
           MOVE SPACES TO GL-JRNL-RECORD                                00012990
           SET JRNL-DETAIL-REC TO TRUE                                  00013000
           MOVE CON-TRAN-ID TO JRNL-TRAN-ID                             00013010
           MOVE WS-JRNL-CR-ACCOUNT TO JRNL-GL-ACCOUNT                   00013020
           MOVE 'CR' TO JRNL-DR-CR                                      00013030
           MOVE WS-JRNL-AMOUNT-CENTS TO JRNL-AMOUNT                     00013040
           WRITE GL-JRNL-RECORD                                         00013050
           ADD 1 TO WS-JRNL-REC-COUNT                                   00013060
           ADD WS-JRNL-AMOUNT-CENTS TO WS-JRNL-AMOUNT-HASH.             00013070
       2650-EXIT.                                                       00013080
           EXIT.                                                        00013090
                                                                        00013100
       2690-NEXT-SEQUENCE.                                              00013110
           MOVE ZEROES TO WS-NEXT-SEQ-NO                                00013120
           MOVE 'N' TO WS-SEQ-EOF-SW                                    00013130
           MOVE WS-CURR-ACCT-NO TO MTR-ACCT-NO                          00013140
           MOVE WS-RUN-DATE TO MTR-TRAN-DATE                            00013150
           MOVE ZEROES TO MTR-SEQ-NO                                    00013160
           START MYF-TRAN-FILE KEY IS NOT < MTR-KEY                     00013170
           IF FS-MYF-TRAN-FILE NOT = "00"                               00013180
              SET WS-SEQ-EOF TO TRUE                                    00013190
           END-IF                                                       00013200
           PERFORM UNTIL WS-SEQ-EOF                                     00013210
             READ MYF-TRAN-FILE NEXT                                    00013220
             IF FS-MYF-TRAN-FILE NOT = "00"                             00013230
                OR MTR-ACCT-NO NOT = WS-CURR-ACCT-NO                    00013240
                OR MTR-TRAN-DATE NOT = WS-RUN-DATE                      00013250
                SET WS-SEQ-EOF TO TRUE                                  00013260
             ELSE                                                       00013270
                MOVE MTR-SEQ-NO TO WS-NEXT-SEQ-NO                       00013280
             END-IF                                                     00013290
           END-PERFORM                                                  00013300
           ADD 1 TO WS-NEXT-SEQ-NO.                                     00013310
       2690-EXIT.                                                       00013320
           EXIT.                                                        00013330
                                                                        00013340
      *> ***************************************************************00013350
      *> THE CONTRACT GOES BACK WHATEVER HAPPENED - A HELD PAYOUT       00013360
      *> STILL CARRIES THE INTEREST TOPPED UP AND POSTED TONIGHT.       00013370
      *> EVERY MATURITY ACTION IS AUDITED, A HOLD INCLUDED              00013380
      *> ***************************************************************00013390
       2700-REWRITE-CONTRACT.                                           00013400
           REWRITE CONTRACT-RECORD                                      00013410
           IF FS-CONTRACT-FILE NOT = "00"                               00013420
              DISPLAY "REWRITE FAILED, CONTRACT STATUS: "               00013430
                FS-CONTRACT-FILE                                        00013440
              SET RC-WARNING TO TRUE                                    00013450
           END-IF                                                       00013460
           IF NOT WS-POST-OK                                            00013470
              MOVE "MAT HELD" TO WS-ACTION                              00013480
              ADD 1 TO WS-CONTRACTS-HELD                                00013490
              SET RC-WARNING TO TRUE                                    00013500
              DISPLAY "MATURITY HELD, TRAN ID: " CON-TRAN-ID            00013510
                " " WS-RESULT-TEXT                                      00013520
           END-IF                                                       00013530
           MOVE WS-ACTION TO ALOG-ACTION                                00013540
           MOVE SPACES TO ALOG-DETAIL                                   00013550
           STRING 'CONTRACT ' CON-TRAN-ID ' ' WS-RESULT-TEXT            00013560
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00013570
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00013580
       2700-EXIT.                                                       00013590
           EXIT.                                                        00013600
                                                                        00013610
       2800-REPORT-MATURITY.                                            00013620
           MOVE CON-TRAN-ID TO RPT-TRAN-ID                              00013630
           MOVE CON-ACCT-NO TO RPT-ACCT-NO                              00013640
           MOVE WS-MAT-DATE TO RPT-MAT-DATE                             00013650
           MOVE WS-ACTION TO RPT-ACTION                                 00013660
           MOVE WS-OLD-PRINCIPAL TO RPT-PRINCIPAL                       00013670
           MOVE WS-MAT-INTEREST TO RPT-INTEREST                         00013680
           MOVE WS-PAYOUT-AMT TO RPT-SETTLED                            00013690
           MOVE WS-NEW-RATE TO RPT-RATE                                 00013700
           MOVE WS-RESULT-TEXT TO RPT-RESULT                            00013710
           WRITE MAT-RPT-LINE FROM WS-RPT-DTL.                          00013720
       2800-EXIT.                                                       00013730
           EXIT.                                                        00013740
                                                                        00013750
      *> ***************************************************************00013760
      *> RESOLVE THE ACTIVE OWNER OF WS-CURR-ACCT-NO AND THEIR          00013770
      *> CONTACT SUPPRESSION                                            00013780
      *> ***************************************************************00013790
       2850-LOOKUP-OWNER.                                               00013800
           MOVE ZEROES TO WS-LOOKUP-CUST-ID                             00013810
           MOVE ZEROES TO WS-LOOKUP-CUST-SUB                            00013820
           MOVE SPACE TO WS-LOOKUP-SUPP                                 00013830
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1                      00013840
                    UNTIL WS-XREF-SUB > WS-XREF-COUNT                   00013850
             IF TBL-AXR-ACCT-NO (WS-XREF-SUB) = WS-CURR-ACCT-NO         00013860
                AND TBL-AXR-STATUS (WS-XREF-SUB) = 'A'                  00013870
                MOVE TBL-AXR-CUST-ID (WS-XREF-SUB) TO                   00013880
                   WS-LOOKUP-CUST-ID                                    00013890
             END-IF                                                     00013900
           END-PERFORM                                                  00013910
           IF WS-LOOKUP-CUST-ID = 0                                     00013920
              GO TO 2850-EXIT                                           00013930
           END-IF                                                       00013940
           MOVE 'N' TO WS-FOUND-SW                                      00013950
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1                      00013960
                    UNTIL WS-CUST-SUB > WS-CUST-COUNT                   00013970
                    OR WS-FOUND                                         00013980
             IF TBL-CUST-ID (WS-CUST-SUB) = WS-LOOKUP-CUST-ID           00013990
                SET WS-FOUND TO TRUE                                    00014000
                MOVE WS-CUST-SUB TO WS-LOOKUP-CUST-SUB                  00014010
                MOVE TBL-CUST-SUPP (WS-CUST-SUB) TO WS-LOOKUP-SUPP      00014020
             END-IF                                                     00014030
           END-PERFORM.                                                 00014040
       2850-EXIT.                                                       00014050
           EXIT.                                                        00014060
                                                                        00014070
       2900-READ-CONTRACT.                                              00014080
           READ CONTRACT-FILE NEXT                                      00014090
           EVALUATE FS-CONTRACT-FILE                                    00014100
             WHEN "00"                                                  00014110
               ADD 1 TO WS-CONTRACTS-READ                               00014120
             WHEN "10"                                                  00014130
               SET WS-EOF TO TRUE                                       00014140
             WHEN OTHER                                                 00014150
               DISPLAY "READ FAILED, CONTRACT STATUS: "                 00014160
                 FS-CONTRACT-FILE                                       00014170
               SET WS-EOF TO TRUE                                       00014180
               SET WS-IO-ERROR TO TRUE                                  00014190
           END-EVALUATE.                                                00014200
       2900-EXIT.                                                       00014210
           EXIT.                                                        00014220
                                                                        00014230
      *> ***************************************************************00014240
      *> CONVERT WS-DN-DATE (CCYYMMDD) TO A SERIAL DAY NUMBER, THE      00014250
      *> SAME ARITHMETIC THE AUDIT ARCHIVAL USES                        00014260
      *> ***************************************************************00014270
       6000-DATE-TO-DAYNUM.                                             00014280
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1                   00014290
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAPS-4           00014300
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAPS-100       00014310
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAPS-400       00014320
           COMPUTE WS-DN-RESULT =                                       00014330
              (WS-DN-PRIOR-YEARS * 365)                                 00014340
              + WS-DN-LEAPS-4                                           00014350
              - WS-DN-LEAPS-100                                         00014360
              + WS-DN-LEAPS-400                                         00014370
              + CUM-DAYS-TO-MONTH (WS-DN-MM)                            00014380
              + WS-DN-DD                                                00014390
           PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT                  00014400
           IF WS-DN-MM > 2 AND WS-DN-LEAP-YEAR                          00014410
              ADD 1 TO WS-DN-RESULT                                     00014420
           END-IF.                                                      00014430
       6000-EXIT.                                                       00014440
           EXIT.                                                        00014450
                                                                        00014460
       6100-CHECK-LEAP-YEAR.                                            00014470
           MOVE 'N' TO WS-DN-LEAP-SW                                    00014480
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-LEAP-QUOT                00014490
              REMAINDER WS-DN-LEAP-REM                                  00014500
           IF WS-DN-LEAP-REM = 0                                        00014510
              DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-LEAP-QUOT           00014520
                 REMAINDER WS-DN-LEAP-REM                               00014530
              IF WS-DN-LEAP-REM = 0                                     00014540
                 DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-LEAP-QUOT        00014550
                    REMAINDER WS-DN-LEAP-REM                            00014560
                 IF WS-DN-LEAP-REM = 0                                  00014570
                    SET WS-DN-LEAP-YEAR TO TRUE                         00014580
                 END-IF                                                 00014590
              ELSE                                                      00014600
                 SET WS-DN-LEAP-YEAR TO TRUE                            00014610
              END-IF                                                    00014620
           END-IF.                                                      00014630
       6100-EXIT.                                                       00014640
           EXIT.                                                        00014650
                                                                        00014660
      *> ***************************************************************00014670
      *> JOURNAL TRAILER, REPORT TOTALS, COUNT SUMMARY, THEN CLOSE UP   00014680
      *> ***************************************************************00014690
       9000-TERMINATE.                                                  00014700
           MOVE SPACES TO GL-JRNL-RECORD                                00014710
           SET JRNL-TRAILER-REC TO TRUE                                 00014720
           MOVE WS-JRNL-REC-COUNT TO JRNL-TRL-REC-COUNT                 00014730
           MOVE WS-JRNL-AMOUNT-HASH TO JRNL-TRL-AMOUNT-HASH             00014740
           WRITE GL-JRNL-RECORD                                         00014750
           MOVE WS-CONTRACTS-RENEWED TO TOT-RENEWED                     00014760
           MOVE WS-CONTRACTS-PAID-OUT TO TOT-PAID-OUT                   00014770
           MOVE WS-CONTRACTS-HELD TO TOT-HELD                           00014780
           MOVE WS-TOTAL-PAID-OUT TO TOT-PAID-AMT                       00014790
           WRITE MAT-RPT-LINE FROM WS-RPT-TOT                           00014800
           DISPLAY "===== CONMATR RUN SUMMARY ====="                    00014810
           DISPLAY "CONTRACTS READ       : " WS-CONTRACTS-READ          00014820
           DISPLAY "INSTRUCTIONS READ    : " WS-INSTR-READ              00014830
           DISPLAY "INSTRUCTIONS APPLIED : " WS-INSTR-APPLIED           00014840
           DISPLAY "INSTRUCTIONS REJECTED: " WS-INSTR-REJECTED          00014850
           DISPLAY "NOTICES WRITTEN      : " WS-NOTICES-WRITTEN         00014860
           DISPLAY "NOTICES SUPPRESSED   : " WS-NOTICES-SUPPRESSED      00014870
           DISPLAY "NO OWNER ON FILE     : " WS-NO-OWNER-COUNT          00014880
           DISPLAY "NO USABLE START DATE : " WS-UNDATED-COUNT           00014890
           DISPLAY "CONTRACTS RENEWED    : " WS-CONTRACTS-RENEWED       00014900
           DISPLAY "CONTRACTS PAID OUT   : " WS-CONTRACTS-PAID-OUT      00014910
           DISPLAY "MATURITIES HELD      : " WS-CONTRACTS-HELD          00014920
           DISPLAY "INTEREST TOPPED UP   : " WS-TOTAL-TOPUP             00014930
           DISPLAY "PRINCIPAL RENEWED    : " WS-TOTAL-RENEWED           00014940
           DISPLAY "AMOUNT PAID OUT      : " WS-TOTAL-PAID-OUT          00014950
           DISPLAY "JOURNAL RECORDS      : " WS-JRNL-REC-COUNT          00014960
           CLOSE CONTRACT-FILE                                          00014970
           CLOSE MYFILE                                                 00014980
           CLOSE MYF-TRAN-FILE                                          00014987
           CLOSE DELTA-FILE                                             00014994
           CLOSE GL-JRNL-FILE                                           00015001
           CLOSE LETTER-FILE                                            00015010
           CLOSE LETTER-REVW-FILE                                       00015020
           CLOSE CONTACT-HIST-FILE                                      00015030
           CLOSE MAT-RPT-FILE                                           00015040
           CLOSE AUDIT-LOG-FILE.                                        00015050
       9000-EXIT.                                                       00015060
           EXIT.                                                        00015070
                                                                        00015080
       COPY PARMPAR.                                                    00015090
       COPY AUDITOPN.                                                   00015100
       COPY AUDITWRT.                                                   00015110
       COPY AUDITCHP.                                                   00015120
       COPY ABENDPAR.                                                   00015130
       COPY PROCDPAR.                                                   00015140
