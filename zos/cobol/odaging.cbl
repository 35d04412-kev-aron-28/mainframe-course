       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. ODAGING.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * OVERDRAWN BALANCE AGING AND COLLECTIONS WORK QUEUE.      *      00000090
      * WALKS THE MYFILE HEADERS AGAINST LAST NIGHT'S AGING FILE *      00000100
      * (BOTH IN ACCOUNT ORDER) AND CARRIES FORWARD EVERY        *      00000110
      * ACCOUNT WHOSE BALANCE IS BELOW ZERO WITH THE DATE IT     *      00000120
      * FIRST WENT OVERDRAWN.  DAYS OVERDRAWN PUT IT IN BUCKET   *      00000130
      * 1 (1-30), 2 (31-60), 3 (61-90) OR 4 (OVER 90).  A NEW    *      00000140
      * BUCKET SENDS A COLLECTION NOTICE IN THE FULFILLMENT      *      00000150
      * LAYOUT, OR TO THE REVIEW FILE FOR A SUPPRESSED OWNER.    *      00000160
      * EVERY OVERDRAWN ACCOUNT GOES ON THE COLLECTIONS WORK     *      00000170
      * QUEUE AND REPORT, GROUPED BY MYFREC-BRANCH-CD.  ON       *      00000180
      * REACHING BUCKET 4 THE ACCOUNT IS FLAGGED FOR CHARGE-OFF  *      00000190
      * REVIEW AND ITS GL PAIR IS PREPARED THROUGH THE COA       *      00000200
      * MAPPING UNDER TYPE 'CHGO' FOR THE REVIEWER TO RELEASE.   *      00000210
      * AN ACCOUNT BACK AT ZERO OR ABOVE DROPS OFF THE AGING.    *      00000220
      * ********************************************************        00000230
       ENVIRONMENT DIVISION.                                            00000240
       INPUT-OUTPUT SECTION.                                            00000250
       FILE-CONTROL.                                                    00000260
           SELECT MYFILE                                                00000270
           ASSIGN TO MYDD                                               00000280
           ORGANIZATION IS INDEXED                                      00000290
           ACCESS MODE IS SEQUENTIAL                                    00000300
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000310
           FILE STATUS IS FS-MYFILE.                                    00000320
           SELECT AGING-OLD-FILE                                        00000330
           ASSIGN TO ODAGEOLD                                           00000340
           ORGANIZATION IS SEQUENTIAL                                   00000350
           FILE STATUS IS FS-AGING-OLD-FILE.                            00000360
           SELECT AGING-NEW-FILE                                        00000370
           ASSIGN TO ODAGENEW                                           00000380
           ORGANIZATION IS SEQUENTIAL                                   00000390
           FILE STATUS IS FS-AGING-NEW-FILE.                            00000400
           SELECT XREF-FILE                                             00000410
           ASSIGN TO ACCTXREF                                           00000420
           ORGANIZATION IS SEQUENTIAL                                   00000430
           FILE STATUS IS FS-XREF-FILE.                                 00000440
           SELECT CUST-MASTER-FILE                                      00000450
           ASSIGN TO CUSTMAST                                           00000460
           ORGANIZATION IS SEQUENTIAL                                   00000470
           FILE STATUS IS FS-CUST-MASTER-FILE.                          00000480
           SELECT LETTER-FILE                                           00000490
           ASSIGN TO ODNOTICE                                           00000500
           ORGANIZATION IS SEQUENTIAL                                   00000510
           FILE STATUS IS FS-LETTER-FILE.                               00000520
           SELECT LETTER-REVW-FILE                                      00000530
           ASSIGN TO ODREVW                                             00000540
           ORGANIZATION IS SEQUENTIAL                                   00000550
           FILE STATUS IS FS-LETTER-REVW-FILE.                          00000560
           SELECT CONTACT-HIST-FILE                                     00000570
           ASSIGN TO CONTHIST                                           00000580
           ORGANIZATION IS SEQUENTIAL                                   00000590
           FILE STATUS IS FS-CONTACT-HIST-FILE.                         00000600
           SELECT WORK-QUEUE-FILE                                       00000610
           ASSIGN TO COLLQUE                                            00000620
           ORGANIZATION IS SEQUENTIAL                                   00000630
           FILE STATUS IS FS-WORK-QUEUE-FILE.                           00000640
           SELECT COLL-RPT-FILE                                         00000650
           ASSIGN TO COLLRPT                                            00000660
           ORGANIZATION IS SEQUENTIAL                                   00000670
           FILE STATUS IS FS-COLL-RPT-FILE.                             00000680
           SELECT GL-COA-FILE                                           00000690
           ASSIGN TO GLCOA                                              00000700
           ORGANIZATION IS SEQUENTIAL                                   00000710
           FILE STATUS IS FS-GL-COA-FILE.                               00000720
           SELECT GL-JRNL-FILE                                          00000730
           ASSIGN TO CHGOJRNL                                           00000740
           ORGANIZATION IS SEQUENTIAL                                   00000750
           FILE STATUS IS FS-GL-JRNL-FILE.                              00000760
           SELECT PROC-DATE-FILE                                        00000770
           ASSIGN TO PROCDATE                                           00000780
           ORGANIZATION IS SEQUENTIAL                                   00000790
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000800
       DATA DIVISION.                                                   00000810
       FILE SECTION.                                                    00000820
       FD MYFILE.                                                       00000830
       COPY MYFREC.                                                     00000840
                                                                        00000850
      *> ***************************************************************00000860
      *> THE AGING CARRIED NIGHT TO NIGHT: ONE RECORD PER OVERDRAWN     00000870
      *> ACCOUNT IN ACCOUNT ORDER, WITH THE DATE IT WENT BELOW ZERO,    00000880
      *> THE BUCKET IT WAS LAST NOTICED IN AND THE CHARGE-OFF FLAG      00000890
      *> ***************************************************************00000900
       FD AGING-OLD-FILE.                                               00000910
       01 AGING-OLD-RECORD.                                             00000920
           05 AGO-ACCT-NO           PIC 9(09).                          00000930
           05 AGO-OD-SINCE          PIC 9(08).                          00000940
           05 AGO-BUCKET            PIC X(01).                          00000950
           05 AGO-BRANCH-CD         PIC X(04).                          00000960
           05 AGO-NOTICE-DATE       PIC 9(08).                          00000970
           05 AGO-CHGOFF-FLAG       PIC X(01).                          00000980
           05 FILLER                PIC X(09).                          00000990
                                                                        00001000
       FD AGING-NEW-FILE.                                               00001010
       01 AGING-NEW-RECORD.                                             00001020
           05 AGN-ACCT-NO           PIC 9(09).                          00001030
           05 AGN-OD-SINCE          PIC 9(08).                          00001040
           05 AGN-BUCKET            PIC X(01).                          00001050
               88 AGN-BUCKET-CHGOFF  VALUE '4'.                         00001060
           05 AGN-BRANCH-CD         PIC X(04).                          00001070
           05 AGN-NOTICE-DATE       PIC 9(08).                          00001080
      * 'Y' ONCE THE ACCOUNT HAS BEEN REFERRED FOR CHARGE-OFF REVIEW    00001090
      * AND ITS GL PAIR PREPARED - SO THE PAIR IS PREPARED ONLY ONCE    00001100
           05 AGN-CHGOFF-FLAG       PIC X(01).                          00001110
               88 AGN-CHGOFF-REFERRED VALUE 'Y'.                        00001120
           05 FILLER                PIC X(09).                          00001130
                                                                        00001140
       FD XREF-FILE.                                                    00001150
       COPY ACCTXREF.                                                   00001160
                                                                        00001170
       FD CUST-MASTER-FILE.                                             00001180
       COPY CUSTREC.                                                    00001190
                                                                        00001200
      *> ***************************************************************00001210
      *> SAME FULFILLMENT LAYOUT AS CONDI'S LETTER-FILE, SO THE PRINT   00001220
      *> SHOP TAKES THE COLLECTION NOTICES THROUGH THE EXISTING CHANNEL 00001230
      *> ***************************************************************00001240
       FD LETTER-FILE.                                                  00001250
       01 LETTER-RECORD.                                                00001260
           05 LTR-DATE              PIC 9(08).                          00001270
           05 LTR-APPL-ID           PIC 9(09).                          00001280
           05 LTR-APPL-NAME         PIC X(20).                          00001290
           05 LTR-PRODUCT-CD        PIC X(04).                          00001300
           05 LTR-DECISION          PIC X(10).                          00001310
           05 LTR-REASON            PIC X(40).                          00001320
      * RANKED ADVERSE-ACTION CODES ON CONDI DECLINES; ALWAYS           00001330
      * SPACES ON A COLLECTION NOTICE                                   00001340
           05 LTR-REASON-CODES      PIC X(16).                          00001350
           05 FILLER                PIC X(09).                          00001360
                                                                        00001370
      *> ***************************************************************00001380
      *> REVIEW COPY OF A NOTICE HELD BY A CONTACT SUPPRESSION ON       00001390
      *> THE CUSTOMER - A HUMAN DECIDES, NOT THE PRINT SHOP             00001400
      *> ***************************************************************00001410
       FD LETTER-REVW-FILE.                                             00001420
       01 LETTER-REVW-RECORD        PIC X(116).                         00001430
                                                                        00001440
       FD CONTACT-HIST-FILE.                                            00001450
       COPY CONTHIST.                                                   00001460
                                                                        00001470
      *> ***************************************************************00001480
      *> COLLECTIONS WORK QUEUE: EVERY OVERDRAWN ACCOUNT TONIGHT,       00001490
      *> GROUPED BY BRANCH, FOR THE COLLECTORS' WORKLIST LOAD           00001500
      *> ***************************************************************00001510
       FD WORK-QUEUE-FILE.                                              00001520
       01 WORK-QUEUE-RECORD.                                            00001530
           05 CWQ-BRANCH-CD         PIC X(04).                          00001540
           05 CWQ-ACCT-NO           PIC 9(09).                          00001550
           05 CWQ-CUST-ID           PIC 9(09).                          00001560
           05 CWQ-LAST-NAME         PIC X(20).                          00001570
           05 CWQ-FIRST-NAME        PIC X(15).                          00001580
           05 CWQ-BUCKET            PIC X(01).                          00001590
           05 CWQ-DAYS-OD           PIC 9(05).                          00001600
           05 CWQ-OD-SINCE          PIC 9(08).                          00001610
           05 CWQ-BALANCE           PIC S9(11)V99.                      00001620
           05 CWQ-CURR-CD           PIC X(03).                          00001630
           05 CWQ-CHGOFF-FLAG       PIC X(01).                          00001640
           05 CWQ-QUEUE-DATE        PIC 9(08).                          00001650
           05 FILLER                PIC X(04).                          00001660
                                                                        00001670
       FD COLL-RPT-FILE.                                                00001680
       01 COLL-RPT-LINE             PIC X(133).                         00001690
                                                                        00001700
       FD GL-COA-FILE.                                                  00001710
       01 GL-COA-RECORD.                                                00001720
           05 COA-TRAN-TYPE         PIC X(04).                          00001730
           05 COA-DR-ACCOUNT        PIC 9(08).                          00001740
           05 COA-CR-ACCOUNT        PIC 9(08).                          00001750
           05 FILLER                PIC X(60).                          00001760
                                                                        00001770
      *> ***************************************************************00001780
      *> PREPARED CHARGE-OFF ENTRIES IN THE GLJRNL LAYOUT, HELD FOR     00001790
      *> THE REVIEWER RATHER THAN FED STRAIGHT TO THE LEDGER            00001800
      *> ***************************************************************00001810
       FD GL-JRNL-FILE.                                                 00001820
       01 GL-JRNL-RECORD.                                               00001830
           05 JRNL-REC-TYPE         PIC X(01).                          00001840
               88 JRNL-DETAIL-REC    VALUE 'D'.                         00001850
               88 JRNL-TRAILER-REC   VALUE 'T'.                         00001860
           05 JRNL-TRAN-ID          PIC 9(09).                          00001870
           05 JRNL-GL-ACCOUNT       PIC 9(08).                          00001880
           05 JRNL-DR-CR            PIC X(02).                          00001890
           05 JRNL-AMOUNT           PIC 9(13).                          00001900
           05 FILLER                PIC X(17).                          00001910
       01 GL-JRNL-TRAILER REDEFINES GL-JRNL-RECORD.                     00001920
           05 FILLER                PIC X(01).                          00001930
           05 JRNL-TRL-REC-COUNT    PIC 9(09).                          00001940
           05 JRNL-TRL-AMOUNT-HASH  PIC 9(15).                          00001950
           05 FILLER                PIC X(25).                          00001960
                                                                        00001970
       FD PROC-DATE-FILE.                                               00001980
       COPY PROCDREC.                                                   00001990
                                                                        00002000
       WORKING-STORAGE SECTION.                                         00002010
       01 FS-MYFILE PIC XX.                                             00002020
       01 FS-AGING-OLD-FILE PIC XX.                                     00002030
       01 FS-AGING-NEW-FILE PIC XX.                                     00002040
       01 FS-XREF-FILE PIC XX.                                          00002050
       01 FS-CUST-MASTER-FILE PIC XX.                                   00002060
       01 FS-LETTER-FILE PIC XX.                                        00002070
       01 FS-LETTER-REVW-FILE PIC XX.                                   00002080
       01 FS-CONTACT-HIST-FILE PIC XX.                                  00002090
       01 FS-WORK-QUEUE-FILE PIC XX.                                    00002100
       01 FS-COLL-RPT-FILE PIC XX.                                      00002110
       01 FS-GL-COA-FILE PIC XX.                                        00002120
       01 FS-GL-JRNL-FILE PIC XX.                                       00002130
                                                                        00002140
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00002150
           88 WS-EOF VALUE 'Y'.                                         00002160
       01 WS-AGE-EOF-SW PIC X(01) VALUE 'N'.                            00002170
           88 WS-AGE-EOF VALUE 'Y'.                                     00002180
       01 WS-XREF-EOF-SW PIC X(01) VALUE 'N'.                           00002190
           88 WS-XREF-EOF VALUE 'Y'.                                    00002200
       01 WS-CUST-EOF-SW PIC X(01) VALUE 'N'.                           00002210
           88 WS-CUST-EOF VALUE 'Y'.                                    00002220
       01 WS-COA-EOF-SW PIC X(01) VALUE 'N'.                            00002230
           88 WS-COA-EOF VALUE 'Y'.                                     00002240
       01 WS-COA-FOUND-SW PIC X(01) VALUE 'N'.                          00002250
           88 WS-COA-FOUND VALUE 'Y'.                                   00002260
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00002270
           88 WS-FOUND VALUE 'Y'.                                       00002280
       01 WS-MATCHED-SW PIC X(01) VALUE 'N'.                            00002290
           88 WS-MATCHED VALUE 'Y'.                                     00002300
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00002310
           88 WS-IO-ERROR VALUE 'Y'.                                    00002320
                                                                        00002330
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00002340
       01 WS-OD-SINCE PIC 9(08) VALUE ZEROES.                           00002350
       01 WS-OLD-BUCKET PIC X(01) VALUE SPACE.                          00002360
       01 WS-NEW-BUCKET PIC X(01) VALUE SPACE.                          00002370
       01 WS-DAYS-OD PIC S9(07) VALUE ZEROES.                           00002380
       01 WS-OD-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZEROES.               00002390
       01 WS-SUSPENSE-ACCOUNT PIC 9(08) VALUE 99999999.                 00002400
                                                                        00002410
      *> ***************************************************************00002420
      *> BUCKET LEGENDS FOR THE NOTICE AND THE REPORT                   00002430
      *> ***************************************************************00002440
       01 WS-BUCKET-NAMES-INIT.                                         00002450
           05 FILLER PIC X(10) VALUE '1-30 DAYS '.                      00002460
           05 FILLER PIC X(10) VALUE '31-60 DAYS'.                      00002470
           05 FILLER PIC X(10) VALUE '61-90 DAYS'.                      00002480
           05 FILLER PIC X(10) VALUE 'OVER 90   '.                      00002490
       01 WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-INIT.               00002500
           05 WS-BUCKET-NAME OCCURS 4 TIMES PIC X(10).                  00002510
       01 WS-BUCKET-SUB PIC 9(01) VALUE ZEROES.                         00002520
                                                                        00002530
       01 WS-COA-TABLE.                                                 00002540
           05 WS-COA-ENTRY OCCURS 100 TIMES.                            00002550
               10 TBL-COA-TRAN-TYPE     PIC X(04).                      00002560
               10 TBL-COA-DR-ACCOUNT    PIC 9(08).                      00002570
               10 TBL-COA-CR-ACCOUNT    PIC 9(08).                      00002580
       01 WS-COA-COUNT PIC 9(03) VALUE ZEROES.                          00002590
       01 WS-COA-MAX PIC 9(03) VALUE 100.                               00002600
       01 WS-COA-SUB PIC 9(03) VALUE ZEROES.                            00002610
                                                                        00002620
       01 WS-JRNL-DR-ACCOUNT PIC 9(08) VALUE ZEROES.                    00002630
       01 WS-JRNL-CR-ACCOUNT PIC 9(08) VALUE ZEROES.                    00002640
       01 WS-JRNL-REC-COUNT PIC 9(09) VALUE ZEROES.                     00002650
       01 WS-JRNL-AMOUNT-HASH PIC 9(15) VALUE ZEROES.                   00002660
       01 WS-JRNL-AMOUNT-CENTS PIC 9(13) VALUE ZEROES.                  00002670
                                                                        00002680
      *> ***************************************************************00002690
      *> ACCOUNT-TO-CUSTOMER LINKS AND THE OWNER DETAIL THE NOTICE AND  00002700
      *> THE QUEUE NEED, LOADED THE WAY THE RATE NOTICES LOAD THEM      00002710
      *> ***************************************************************00002720
       01 WS-XREF-TABLE.                                                00002730
           05 WS-XREF-ENTRY OCCURS 500 TIMES.                           00002740
               10 TBL-AXR-ACCT-NO       PIC 9(09).                      00002750
               10 TBL-AXR-CUST-ID       PIC 9(09).                      00002760
               10 TBL-AXR-STATUS        PIC X(01).                      00002770
       01 WS-XREF-COUNT PIC 9(03) VALUE ZEROES.                         00002780
       01 WS-XREF-MAX PIC 9(03) VALUE 500.                              00002790
       01 WS-XREF-SUB PIC 9(03) VALUE ZEROES.                           00002800
                                                                        00002810
       01 WS-CUST-TABLE.                                                00002820
           05 WS-CUST-ENTRY OCCURS 500 TIMES.                           00002830
               10 TBL-CUST-ID           PIC 9(09).                      00002840
               10 TBL-CUST-LAST         PIC X(20).                      00002850
               10 TBL-CUST-FIRST        PIC X(20).                      00002860
               10 TBL-CUST-SUPP         PIC X(01).                      00002870
       01 WS-CUST-COUNT PIC 9(03) VALUE ZEROES.                         00002880
       01 WS-CUST-MAX PIC 9(03) VALUE 500.                              00002890
       01 WS-CUST-SUB PIC 9(03) VALUE ZEROES.                           00002900
                                                                        00002910
       01 WS-LOOKUP-CUST-ID PIC 9(09) VALUE ZEROES.                     00002920
       01 WS-LOOKUP-CUST-SUB PIC 9(03) VALUE ZEROES.                    00002930
       01 WS-LOOKUP-SUPP PIC X(01) VALUE SPACE.                         00002940
                                                                        00002950
      *> ***************************************************************00002960
      *> TONIGHT'S QUEUE, HELD UNTIL THE PASS ENDS SO THE QUEUE AND     00002970
      *> THE REPORT CAN BE WRITTEN ONE BRANCH AT A TIME WITHOUT A       00002980
      *> SORT STEP                                                      00002990
      *> ***************************************************************00003000
       01 WS-QUEUE-TABLE.                                               00003010
           05 WS-QUEUE-ENTRY OCCURS 1000 TIMES.                         00003020
               10 TBL-CWQ-BRANCH-CD     PIC X(04).                      00003030
               10 TBL-CWQ-ACCT-NO       PIC 9(09).                      00003040
               10 TBL-CWQ-CUST-ID       PIC 9(09).                      00003050
               10 TBL-CWQ-CUST-SUB      PIC 9(03).                      00003060
               10 TBL-CWQ-BUCKET        PIC X(01).                      00003070
               10 TBL-CWQ-DAYS-OD       PIC 9(05).                      00003080
               10 TBL-CWQ-OD-SINCE      PIC 9(08).                      00003090
               10 TBL-CWQ-BALANCE       PIC S9(11)V99 COMP-3.           00003100
               10 TBL-CWQ-CURR-CD       PIC X(03).                      00003110
               10 TBL-CWQ-CHGOFF-FLAG   PIC X(01).                      00003120
       01 WS-QUEUE-COUNT PIC 9(04) VALUE ZEROES.                        00003130
       01 WS-QUEUE-MAX PIC 9(04) VALUE 1000.                            00003140
       01 WS-QUEUE-SUB PIC 9(04) VALUE ZEROES.                          00003150
       01 WS-GRP-SUB PIC 9(04) VALUE ZEROES.                            00003160
       01 WS-GROUP-BRANCH PIC X(04) VALUE SPACES.                       00003170
       01 WS-GROUP-COUNT PIC 9(07) VALUE ZEROES.                        00003180
       01 WS-GROUP-AMOUNT PIC S9(13)V99 COMP-3 VALUE ZEROES.            00003190
                                                                        00003200
       01 WS-RECS-READ PIC 9(09) VALUE ZEROES.                          00003210
       01 WS-AGING-READ PIC 9(07) VALUE ZEROES.                         00003220
       01 WS-OVERDRAWN PIC 9(07) VALUE ZEROES.                          00003230
       01 WS-NEWLY-OVERDRAWN PIC 9(07) VALUE ZEROES.                    00003240
       01 WS-CURED PIC 9(07) VALUE ZEROES.                              00003250
       01 WS-AGING-ORPHANS PIC 9(07) VALUE ZEROES.                      00003260
       01 WS-NOTICES-WRITTEN PIC 9(07) VALUE ZEROES.                    00003270
       01 WS-NOTICES-SUPPRESSED PIC 9(07) VALUE ZEROES.                 00003280
       01 WS-NO-OWNER-COUNT PIC 9(07) VALUE ZEROES.                     00003290
       01 WS-CHGOFF-REFERRED PIC 9(07) VALUE ZEROES.                    00003300
       01 WS-QUEUE-WRITTEN PIC 9(07) VALUE ZEROES.                      00003310
       01 WS-BUCKET-COUNTS.                                             00003320
           05 WS-BUCKET-COUNT OCCURS 4 TIMES PIC 9(07).                 00003330
       01 WS-QUEUE-TOTAL PIC S9(13)V99 COMP-3 VALUE ZEROES.             00003340
       COPY ABENDCPY.                                                   00003350
       COPY PROCDCPY.                                                   00003360
                                                                        00003370
      *> ***************************************************************00003380
      *> DAY-NUMBER CONVERSION WORK AREAS FOR DAYS OVERDRAWN, THE SAME  00003390
      *> SERIAL-DAY ARITHMETIC THE AUDIT ARCHIVAL USES                  00003400
      *> ***************************************************************00003410
       01 WS-DN-DATE PIC 9(08).                                         00003420
       01 WS-DN-DATE-GROUP REDEFINES WS-DN-DATE.                        00003430
           05 WS-DN-YYYY PIC 9(04).                                     00003440
           05 WS-DN-MM PIC 9(02).                                       00003450
           05 WS-DN-DD PIC 9(02).                                       00003460
       01 WS-DN-RESULT PIC 9(07).                                       00003470
       01 WS-DN-PRIOR-YEARS PIC 9(04).                                  00003480
       01 WS-DN-LEAPS-4 PIC 9(04).                                      00003490
       01 WS-DN-LEAPS-100 PIC 9(04).                                    00003500
       01 WS-DN-LEAPS-400 PIC 9(04).                                    00003510
       01 WS-DN-LEAP-QUOT PIC 9(04).                                    00003520
       01 WS-DN-LEAP-REM PIC 9(04).                                     00003530
       01 WS-DN-LEAP-SW PIC X(01) VALUE 'N'.                            00003540
           88 WS-DN-LEAP-YEAR VALUE 'Y'.                                00003550
       01 WS-TODAY-DAYNUM PIC 9(07) VALUE ZEROES.                       00003560
       01 CUM-DAYS-INIT.                                                00003570
           05 FILLER PIC 9(03) VALUE 000.                               00003580
           05 FILLER PIC 9(03) VALUE 031.                               00003590
           05 FILLER PIC 9(03) VALUE 059.                               00003600
           05 FILLER PIC 9(03) VALUE 090.                               00003610
           05 FILLER PIC 9(03) VALUE 120.                               00003620
           05 FILLER PIC 9(03) VALUE 151.                               00003630
           05 FILLER PIC 9(03) VALUE 181.                               00003640
           05 FILLER PIC 9(03) VALUE 212.                               00003650
           05 FILLER PIC 9(03) VALUE 243.                               00003660
           05 FILLER PIC 9(03) VALUE 273.                               00003670
           05 FILLER PIC 9(03) VALUE 304.                               00003680
           05 FILLER PIC 9(03) VALUE 334.                               00003690
       01 CUM-DAYS REDEFINES CUM-DAYS-INIT.                             00003700
           05 CUM-DAYS-TO-MONTH OCCURS 12 TIMES PIC 9(03).              00003710
                                                                        00003720
       01 WS-HDR-LINE-1.                                                00003730
           05 FILLER PIC X(01) VALUE '1'.                               00003740
           05 FILLER PIC X(45)                                          00003750
              VALUE 'ODAGING - COLLECTIONS WORK QUEUE BY BRANCH'.       00003760
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00003770
           05 HDR-RUN-DATE PIC 9(08).                                   00003780
                                                                        00003790
       01 WS-BRANCH-LINE.                                               00003800
           05 FILLER PIC X(01) VALUE '0'.                               00003810
           05 FILLER PIC X(08) VALUE 'BRANCH '.                         00003820
           05 BRL-BRANCH-CD PIC X(04).                                  00003830
                                                                        00003840
       01 WS-HDR-LINE-2.                                                00003850
           05 FILLER PIC X(01) VALUE SPACE.                             00003860
           05 FILLER PIC X(11) VALUE 'ACCOUNT'.                         00003870
           05 FILLER PIC X(10) VALUE 'CUSTOMER'.                        00003880
           05 FILLER PIC X(21) VALUE 'NAME'.                            00003890
           05 FILLER PIC X(11) VALUE 'BUCKET'.                          00003900
           05 FILLER PIC X(06) VALUE 'DAYS'.                            00003910
           05 FILLER PIC X(09) VALUE 'SINCE'.                           00003920
           05 FILLER PIC X(18) VALUE '         BALANCE'.                00003930
           05 FILLER PIC X(04) VALUE 'CUR'.                             00003940
           05 FILLER PIC X(10) VALUE 'CHARGE-OFF'.                      00003950
                                                                        00003960
       01 WS-DTL-LINE.                                                  00003970
           05 FILLER PIC X(01) VALUE SPACE.                             00003980
           05 DTL-ACCT PIC 9(09).                                       00003990
           05 FILLER PIC X(02) VALUE SPACES.                            00004000
           05 DTL-CUST-ID PIC Z(08)9.                                   00004010
           05 FILLER PIC X(01) VALUE SPACE.                             00004020
           05 DTL-NAME PIC X(20).                                       00004030
           05 FILLER PIC X(01) VALUE SPACE.                             00004040
           05 DTL-BUCKET PIC X(10).                                     00004050
           05 FILLER PIC X(01) VALUE SPACE.                             00004060
           05 DTL-DAYS PIC ZZZZ9.                                       00004070
           05 FILLER PIC X(01) VALUE SPACE.                             00004080
           05 DTL-SINCE PIC 9(08).                                      00004090
           05 FILLER PIC X(01) VALUE SPACE.                             00004100
           05 DTL-BALANCE PIC Z(10)9.99-.                               00004110
           05 FILLER PIC X(02) VALUE SPACES.                            00004120
           05 DTL-CURR-CD PIC X(03).                                    00004130
           05 FILLER PIC X(01) VALUE SPACE.                             00004140
           05 DTL-CHGOFF PIC X(10).                                     00004150
                                                                        00004160
       01 WS-BRANCH-TOTAL-LINE.                                         00004170
           05 FILLER PIC X(01) VALUE SPACE.                             00004180
           05 FILLER PIC X(14) VALUE 'BRANCH TOTAL'.                    00004190
           05 BTL-COUNT PIC Z(06)9.                                     00004200
           05 FILLER PIC X(10) VALUE ' ACCOUNTS'.                       00004210
           05 BTL-AMOUNT PIC Z(12)9.99-.                                00004220
                                                                        00004230
       01 WS-TOTAL-LINE.                                                00004240
           05 FILLER PIC X(01) VALUE '0'.                               00004250
           05 FILLER PIC X(14) VALUE 'QUEUE TOTAL'.                     00004260
           05 TOT-COUNT PIC Z(06)9.                                     00004270
           05 FILLER PIC X(10) VALUE ' ACCOUNTS'.                       00004280
           05 TOT-AMOUNT PIC Z(12)9.99-.                                00004290
                                                                        00004300
       PROCEDURE DIVISION.                                              00004310
       0000-MAIN.                                                       00004320
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00004330
           PERFORM 2000-MATCH-FILES THRU 2000-EXIT                      00004340
              UNTIL WS-EOF AND WS-AGE-EOF                               00004350
           PERFORM 7000-WRITE-QUEUE THRU 7000-EXIT                      00004360
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00004370
           IF WS-IO-ERROR                                               00004380
              MOVE 12 TO RETURN-CODE                                    00004390
           ELSE                                                         00004400
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00004410
           END-IF                                                       00004420
           GOBACK.                                                      00004430
                                                                        00004440
      *> ***************************************************************00004450
      *> RUN DATE, COA MAPPING, OWNERSHIP LINKS AND CUSTOMERS; THEN     00004460
      *> OPEN THE MASTER, LAST NIGHT'S AGING AND THE OUTPUTS            00004470
      *> ***************************************************************00004480
       1000-INITIALIZE.                                                 00004490
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00004500
           IF WS-PROCESS-DATE > 0                                       00004510
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00004520
           ELSE                                                         00004530
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00004540
           END-IF                                                       00004550
           MOVE WS-RUN-DATE TO WS-DN-DATE                               00004560
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00004570
           MOVE WS-DN-RESULT TO WS-TODAY-DAYNUM                         00004580
           MOVE ZEROES TO WS-BUCKET-COUNTS                              00004590
                                                                        00004600
           PERFORM 1100-LOAD-COA THRU 1100-EXIT                         00004610
           PERFORM 1200-LOAD-XREF THRU 1200-EXIT                        00004620
           PERFORM 1300-LOAD-CUSTOMERS THRU 1300-EXIT                   00004630
                                                                        00004640
           OPEN INPUT MYFILE                                            00004650
           EVALUATE FS-MYFILE                                           00004660
             WHEN "00"                                                  00004670
               CONTINUE                                                 00004680
             WHEN "35"                                                  00004690
               MOVE "MYFILE NOT FOUND" TO WS-ABEND-MESSAGE              00004700
               GO TO 9999-ABEND                                         00004710
             WHEN OTHER                                                 00004720
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00004730
               GO TO 9999-ABEND                                         00004740
           END-EVALUATE                                                 00004750
                                                                        00004760
      *> NO AGING YET (THE FIRST NIGHT) MEANS EVERY OVERDRAWN ACCOUNT   00004770
      *> STARTS FRESH FROM ITS LAST ACTIVITY DATE                       00004780
           OPEN INPUT AGING-OLD-FILE                                    00004790
           EVALUATE FS-AGING-OLD-FILE                                   00004800
             WHEN "00"                                                  00004810
               CONTINUE                                                 00004820
             WHEN "35"                                                  00004830
               DISPLAY "NO PRIOR AGING FILE, STARTING FRESH"            00004840
               SET WS-AGE-EOF TO TRUE                                   00004850
             WHEN OTHER                                                 00004860
               MOVE "OPEN FAILED ON AGING-OLD-FILE" TO                  00004870
                  WS-ABEND-MESSAGE                                      00004880
               GO TO 9999-ABEND                                         00004890
           END-EVALUATE                                                 00004900
                                                                        00004910
           OPEN OUTPUT AGING-NEW-FILE                                   00004920
           IF FS-AGING-NEW-FILE NOT = "00"                              00004930
              MOVE "OPEN FAILED ON AGING-NEW-FILE" TO WS-ABEND-MESSAGE  00004940
              GO TO 9999-ABEND                                          00004950
           END-IF                                                       00004960
           OPEN OUTPUT LETTER-FILE                                      00004970
           IF FS-LETTER-FILE NOT = "00"                                 00004980
              MOVE "OPEN FAILED ON LETTER-FILE" TO WS-ABEND-MESSAGE     00004990
              GO TO 9999-ABEND                                          00005000
           END-IF                                                       00005010
           OPEN OUTPUT LETTER-REVW-FILE                                 00005020
           IF FS-LETTER-REVW-FILE NOT = "00"                            00005030
              MOVE "OPEN FAILED ON LETTER-REVW-FILE" TO                 00005040
                 WS-ABEND-MESSAGE                                       00005050
              GO TO 9999-ABEND                                          00005060
           END-IF                                                       00005070
           OPEN EXTEND CONTACT-HIST-FILE                                00005080
           IF FS-CONTACT-HIST-FILE = "35"                               00005090
              OPEN OUTPUT CONTACT-HIST-FILE                             00005100
           END-IF                                                       00005110
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00005120
              MOVE "OPEN FAILED ON CONTACT-HIST-FILE" TO                00005130
                 WS-ABEND-MESSAGE                                       00005140
              GO TO 9999-ABEND                                          00005150
           END-IF                                                       00005160
           OPEN OUTPUT WORK-QUEUE-FILE                                  00005170
           IF FS-WORK-QUEUE-FILE NOT = "00"                             00005180
              MOVE "OPEN FAILED ON WORK-QUEUE-FILE" TO                  00005190
                 WS-ABEND-MESSAGE                                       00005200
              GO TO 9999-ABEND                                          00005210
           END-IF                                                       00005220
           OPEN OUTPUT COLL-RPT-FILE                                    00005230
           IF FS-COLL-RPT-FILE NOT = "00"                               00005240
              MOVE "OPEN FAILED ON COLL-RPT-FILE" TO WS-ABEND-MESSAGE   00005250
              GO TO 9999-ABEND                                          00005260
           END-IF                                                       00005270
           OPEN OUTPUT GL-JRNL-FILE                                     00005280
           IF FS-GL-JRNL-FILE NOT = "00"                                00005290
              MOVE "OPEN FAILED ON GL-JRNL-FILE" TO WS-ABEND-MESSAGE    00005300
              GO TO 9999-ABEND                                          00005310
           END-IF                                                       00005320
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00005330
           WRITE COLL-RPT-LINE FROM WS-HDR-LINE-1                       00005340
                                                                        00005350
           PERFORM 2900-READ-MYFILE THRU 2900-EXIT                      00005360
           IF NOT WS-AGE-EOF                                            00005370
              PERFORM 2950-READ-AGING THRU 2950-EXIT                    00005380
           END-IF.                                                      00005390
       1000-EXIT.                                                       00005400
           EXIT.                                                        00005410
                                                                        00005420
       1100-LOAD-COA.                                                   00005430
           OPEN INPUT GL-COA-FILE                                       00005440
           EVALUATE FS-GL-COA-FILE                                      00005450
             WHEN "00"                                                  00005460
               PERFORM UNTIL WS-COA-EOF                                 00005470
                 READ GL-COA-FILE                                       00005480
                   AT END                                               00005490
                     SET WS-COA-EOF TO TRUE                             00005500
                   NOT AT END                                           00005510
                     IF COA-DR-ACCOUNT NUMERIC                          00005514
                        AND COA-CR-ACCOUNT NUMERIC                      00005518
                        IF WS-COA-COUNT NOT < WS-COA-MAX                00005522
                           DISPLAY "COA TABLE FULL AT TYPE: "           00005526
                             COA-TRAN-TYPE                              00005530
                           MOVE "CHART OF ACCOUNTS EXCEEDS COA TABLE"   00005534
                              TO WS-ABEND-MESSAGE                       00005538
                           GO TO 9999-ABEND                             00005542
                        END-IF                                          00005546
                        ADD 1 TO WS-COA-COUNT                           00005550
                        MOVE COA-TRAN-TYPE TO                           00005560
                           TBL-COA-TRAN-TYPE (WS-COA-COUNT)             00005570
                        MOVE COA-DR-ACCOUNT TO                          00005580
                           TBL-COA-DR-ACCOUNT (WS-COA-COUNT)            00005590
                        MOVE COA-CR-ACCOUNT TO                          00005600
                           TBL-COA-CR-ACCOUNT (WS-COA-COUNT)            00005610
                     ELSE                                               00005620
                        DISPLAY "BAD COA RECORD, TYPE: "                00005630
                          COA-TRAN-TYPE                                 00005640
                     END-IF                                             00005650
                 END-READ                                               00005660
               END-PERFORM                                              00005670
               CLOSE GL-COA-FILE                                        00005680
             WHEN "35"                                                  00005690
               DISPLAY "NO CHART OF ACCOUNTS, PREPARING TO SUSPENSE"    00005700
             WHEN OTHER                                                 00005710
               MOVE "OPEN FAILED ON GL-COA-FILE" TO WS-ABEND-MESSAGE    00005720
               GO TO 9999-ABEND                                         00005730
           END-EVALUATE.                                                00005740
       1100-EXIT.                                                       00005750
           EXIT.                                                        00005760
                                                                        00005770
       1200-LOAD-XREF.                                                  00005780
           OPEN INPUT XREF-FILE                                         00005790
           EVALUATE FS-XREF-FILE                                        00005800
             WHEN "00"                                                  00005810
               PERFORM UNTIL WS-XREF-EOF                                00005820
                 READ XREF-FILE                                         00005830
                   AT END                                               00005840
                     SET WS-XREF-EOF TO TRUE                            00005850
                   NOT AT END                                           00005860
                     IF WS-XREF-COUNT < WS-XREF-MAX                     00005870
                        ADD 1 TO WS-XREF-COUNT                          00005880
                        MOVE AXR-ACCT-NO TO                             00005890
                           TBL-AXR-ACCT-NO (WS-XREF-COUNT)              00005900
                        MOVE AXR-CUST-ID TO                             00005910
                           TBL-AXR-CUST-ID (WS-XREF-COUNT)              00005920
                        MOVE AXR-STATUS TO                              00005930
                           TBL-AXR-STATUS (WS-XREF-COUNT)               00005940
                     ELSE                                               00005950
                        DISPLAY "XREF TABLE FULL, ENTRY DROPPED: "      00005960
                          AXR-ACCT-NO                                   00005970
                     END-IF                                             00005980
                 END-READ                                               00005990
               END-PERFORM                                              00006000
               CLOSE XREF-FILE                                          00006010
               DISPLAY "XREF LINKS LOADED: " WS-XREF-COUNT              00006020
             WHEN "35"                                                  00006030
               DISPLAY "NO XREF DATASET, NO OWNERS RESOLVED"            00006040
             WHEN OTHER                                                 00006050
               MOVE "OPEN FAILED ON XREF-FILE" TO WS-ABEND-MESSAGE      00006060
               GO TO 9999-ABEND                                         00006070
           END-EVALUATE.                                                00006080
       1200-EXIT.                                                       00006090
           EXIT.                                                        00006100
                                                                        00006110
       1300-LOAD-CUSTOMERS.                                             00006120
           OPEN INPUT CUST-MASTER-FILE                                  00006130
           EVALUATE FS-CUST-MASTER-FILE                                 00006140
             WHEN "00"                                                  00006150
               PERFORM UNTIL WS-CUST-EOF                                00006160
                 READ CUST-MASTER-FILE                                  00006170
                   AT END                                               00006180
                     SET WS-CUST-EOF TO TRUE                            00006190
                   NOT AT END                                           00006200
                     IF WS-CUST-COUNT < WS-CUST-MAX                     00006210
                        ADD 1 TO WS-CUST-COUNT                          00006220
                        MOVE CUST-ID TO TBL-CUST-ID (WS-CUST-COUNT)     00006230
                        MOVE CUST-LAST-NAME TO                          00006240
                           TBL-CUST-LAST (WS-CUST-COUNT)                00006250
                        MOVE CUST-FIRST-NAME TO                         00006260
                           TBL-CUST-FIRST (WS-CUST-COUNT)               00006270
                        MOVE CUST-SUPPRESS TO                           00006280
                           TBL-CUST-SUPP (WS-CUST-COUNT)                00006290
                     ELSE                                               00006300
                        DISPLAY "CUSTOMER TABLE FULL, ID DROPPED: "     00006310
                          CUST-ID                                       00006320
                     END-IF                                             00006330
                 END-READ                                               00006340
               END-PERFORM                                              00006350
               CLOSE CUST-MASTER-FILE                                   00006360
               DISPLAY "CUSTOMERS LOADED: " WS-CUST-COUNT               00006370
             WHEN "35"                                                  00006380
               DISPLAY "NO CUSTOMER MASTER, NO OWNERS RESOLVED"         00006390
             WHEN OTHER                                                 00006400
               MOVE "OPEN FAILED ON CUST-MASTER-FILE" TO                00006410
                  WS-ABEND-MESSAGE                                      00006420
               GO TO 9999-ABEND                                         00006430
           END-EVALUATE.                                                00006440
       1300-EXIT.                                                       00006450
           EXIT.                                                        00006460
                                                                        00006470
      *> ***************************************************************00006480
      *> BOTH FILES ARRIVE IN ACCOUNT ORDER, SO A TWO-FILE MATCH WALKS  00006490
      *> THEM.  AN AGING RECORD WITH NO MASTER BEHIND IT (PURGED        00006500
      *> SINCE) IS DROPPED AND COUNTED; EVERY MASTER RECORD IS AGED,    00006510
      *> CARRYING THE AGING RECORD WHEN THERE IS ONE                    00006520
      *> ***************************************************************00006530
       2000-MATCH-FILES.                                                00006540
           EVALUATE TRUE                                                00006550
             WHEN WS-EOF                                                00006560
               ADD 1 TO WS-AGING-ORPHANS                                00006570
               PERFORM 2950-READ-AGING THRU 2950-EXIT                   00006580
             WHEN WS-AGE-EOF                                            00006590
               MOVE 'N' TO WS-MATCHED-SW                                00006600
               PERFORM 2100-AGE-ACCOUNT THRU 2100-EXIT                  00006610
               PERFORM 2900-READ-MYFILE THRU 2900-EXIT                  00006620
             WHEN MYFREC-ACCT-NO OF MYFILE-RECORDS < AGO-ACCT-NO        00006630
               MOVE 'N' TO WS-MATCHED-SW                                00006640
               PERFORM 2100-AGE-ACCOUNT THRU 2100-EXIT                  00006650
               PERFORM 2900-READ-MYFILE THRU 2900-EXIT                  00006660
             WHEN MYFREC-ACCT-NO OF MYFILE-RECORDS > AGO-ACCT-NO        00006670
               ADD 1 TO WS-AGING-ORPHANS                                00006680
               PERFORM 2950-READ-AGING THRU 2950-EXIT                   00006690
             WHEN OTHER                                                 00006700
               SET WS-MATCHED TO TRUE                                   00006710
               PERFORM 2100-AGE-ACCOUNT THRU 2100-EXIT                  00006720
               PERFORM 2900-READ-MYFILE THRU 2900-EXIT                  00006730
               PERFORM 2950-READ-AGING THRU 2950-EXIT                   00006740
           END-EVALUATE.                                                00006750
       2000-EXIT.                                                       00006760
           EXIT.                                                        00006770
                                                                        00006780
      *> ***************************************************************00006790
      *> ONE ACCOUNT.  AT ZERO OR ABOVE IT IS CURED (IF IT WAS AGING)   00006800
      *> AND DROPS OFF.  BELOW ZERO IT AGES FROM THE CARRIED DATE, OR   00006810
      *> FROM ITS LAST ACTIVITY DATE WHEN IT HAS JUST GONE OVERDRAWN    00006820
      *> ***************************************************************00006830
       2100-AGE-ACCOUNT.                                                00006840
           IF MYFREC-AMOUNT OF MYFILE-RECORDS NOT < 0                   00006850
              IF WS-MATCHED                                             00006860
                 ADD 1 TO WS-CURED                                      00006870
              END-IF                                                    00006880
              GO TO 2100-EXIT                                           00006890
           END-IF                                                       00006900
                                                                        00006910
           ADD 1 TO WS-OVERDRAWN                                        00006920
           IF WS-MATCHED                                                00006930
              MOVE AGO-OD-SINCE TO WS-OD-SINCE                          00006940
              MOVE AGO-BUCKET TO WS-OLD-BUCKET                          00006950
           ELSE                                                         00006960
              ADD 1 TO WS-NEWLY-OVERDRAWN                               00006970
              MOVE SPACE TO WS-OLD-BUCKET                               00006980
      *> THE POSTING THAT TOOK IT BELOW ZERO IS THE LAST ACTIVITY;      00006990
      *> AN UNUSABLE OR FUTURE DATE STARTS THE CLOCK TONIGHT            00007000
              MOVE WS-RUN-DATE TO WS-OD-SINCE                           00007010
              IF MYFREC-TRAN-DATE OF MYFILE-RECORDS NUMERIC             00007020
                 AND MYFREC-TRAN-DATE OF MYFILE-RECORDS > 0             00007030
                 AND MYFREC-TRAN-DATE OF MYFILE-RECORDS                 00007040
                     NOT > WS-RUN-DATE                                  00007050
                 MOVE MYFREC-TRAN-DATE OF MYFILE-RECORDS TO WS-DN-DATE  00007060
                 IF WS-DN-MM NOT < 1 AND WS-DN-MM NOT > 12              00007070
                    MOVE WS-DN-DATE TO WS-OD-SINCE                      00007080
                 END-IF                                                 00007090
              END-IF                                                    00007100
           END-IF                                                       00007110
                                                                        00007120
           MOVE WS-OD-SINCE TO WS-DN-DATE                               00007130
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00007140
           COMPUTE WS-DAYS-OD = WS-TODAY-DAYNUM - WS-DN-RESULT + 1      00007150
           EVALUATE TRUE                                                00007160
             WHEN WS-DAYS-OD NOT > 30                                   00007170
               MOVE '1' TO WS-NEW-BUCKET                                00007180
             WHEN WS-DAYS-OD NOT > 60                                   00007190
               MOVE '2' TO WS-NEW-BUCKET                                00007200
             WHEN WS-DAYS-OD NOT > 90                                   00007210
               MOVE '3' TO WS-NEW-BUCKET                                00007220
             WHEN OTHER                                                 00007230
               MOVE '4' TO WS-NEW-BUCKET                                00007240
           END-EVALUATE                                                 00007250
           MOVE WS-NEW-BUCKET TO WS-BUCKET-SUB                          00007260
           ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-SUB)                     00007270
           COMPUTE WS-OD-AMOUNT = 0 - MYFREC-AMOUNT OF MYFILE-RECORDS   00007280
                                                                        00007290
           MOVE SPACES TO AGING-NEW-RECORD                              00007300
           MOVE MYFREC-ACCT-NO OF MYFILE-RECORDS TO AGN-ACCT-NO         00007310
           MOVE WS-OD-SINCE TO AGN-OD-SINCE                             00007320
           MOVE WS-NEW-BUCKET TO AGN-BUCKET                             00007330
           MOVE MYFREC-BRANCH-CD OF MYFILE-RECORDS TO AGN-BRANCH-CD     00007340
           IF WS-MATCHED                                                00007350
              MOVE AGO-NOTICE-DATE TO AGN-NOTICE-DATE                   00007360
              MOVE AGO-CHGOFF-FLAG TO AGN-CHGOFF-FLAG                   00007370
           ELSE                                                         00007380
              MOVE ZEROES TO AGN-NOTICE-DATE                            00007390
              MOVE 'N' TO AGN-CHGOFF-FLAG                               00007400
           END-IF                                                       00007410
                                                                        00007420
           PERFORM 2600-LOOKUP-OWNER THRU 2600-EXIT                     00007430
           IF WS-NEW-BUCKET NOT = WS-OLD-BUCKET                         00007440
              MOVE WS-RUN-DATE TO AGN-NOTICE-DATE                       00007450
              IF WS-LOOKUP-CUST-ID = 0                                  00007460
                 ADD 1 TO WS-NO-OWNER-COUNT                             00007470
              ELSE                                                      00007480
                 PERFORM 2200-WRITE-NOTICE THRU 2200-EXIT               00007490
              END-IF                                                    00007500
           END-IF                                                       00007510
           IF AGN-BUCKET-CHGOFF                                         00007520
              AND NOT AGN-CHGOFF-REFERRED                               00007530
              SET AGN-CHGOFF-REFERRED TO TRUE                           00007540
              ADD 1 TO WS-CHGOFF-REFERRED                               00007550
              PERFORM 2700-WRITE-JOURNAL-PAIR THRU 2700-EXIT            00007560
           END-IF                                                       00007570
                                                                        00007580
           WRITE AGING-NEW-RECORD                                       00007590
           IF FS-AGING-NEW-FILE NOT = "00"                              00007600
              DISPLAY "WRITE FAILED, AGING-NEW-FILE STATUS: "           00007610
                FS-AGING-NEW-FILE                                       00007620
              SET WS-IO-ERROR TO TRUE                                   00007630
           END-IF                                                       00007640
           PERFORM 2400-HOLD-QUEUE-ENTRY THRU 2400-EXIT.                00007650
       2100-EXIT.                                                       00007660
           EXIT.                                                        00007670
                                                                        00007680
      *> ***************************************************************00007690
      *> THE COLLECTION NOTICE FOR THE BUCKET JUST ENTERED.  A          00007700
      *> SUPPRESSED CUSTOMER'S NOTICE GOES TO THE REVIEW FILE, NOT      00007710
      *> FULFILLMENT                                                    00007720
      *> ***************************************************************00007730
       2200-WRITE-NOTICE.                                               00007740
           MOVE SPACES TO LETTER-RECORD                                 00007750
           MOVE WS-RUN-DATE TO LTR-DATE                                 00007760
           MOVE WS-LOOKUP-CUST-ID TO LTR-APPL-ID                        00007770
           IF WS-LOOKUP-CUST-SUB > 0                                    00007780
              MOVE TBL-CUST-LAST (WS-LOOKUP-CUST-SUB) TO LTR-APPL-NAME  00007790
           END-IF                                                       00007800
           MOVE 'ODRF' TO LTR-PRODUCT-CD                                00007810
           MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO LTR-DECISION          00007820
           STRING 'OVERDRAWN SINCE ' WS-OD-SINCE                        00007830
              ' ACCT ' MYFREC-ACCT-NO OF MYFILE-RECORDS                 00007840
              DELIMITED BY SIZE INTO LTR-REASON                         00007850
           IF WS-LOOKUP-SUPP = 'D'                                      00007860
              OR WS-LOOKUP-SUPP = 'N'                                   00007870
              OR WS-LOOKUP-SUPP = 'L'                                   00007880
              WRITE LETTER-REVW-RECORD FROM LETTER-RECORD               00007890
              ADD 1 TO WS-NOTICES-SUPPRESSED                            00007900
              GO TO 2200-EXIT                                           00007910
           END-IF                                                       00007920
           WRITE LETTER-RECORD                                          00007930
           IF FS-LETTER-FILE NOT = "00"                                 00007940
              DISPLAY "WRITE FAILED, LETTER-FILE STATUS: "              00007950
                FS-LETTER-FILE                                          00007960
           ELSE                                                         00007970
              ADD 1 TO WS-NOTICES-WRITTEN                               00007980
              MOVE WS-LOOKUP-CUST-ID TO CNT-CUST-ID                     00007990
              MOVE 'OD NOTICE ' TO CNT-CONTACT-TYPE                     00008000
              MOVE WS-NEW-BUCKET TO CNT-CONTACT-TYPE (11:1)             00008010
              MOVE SPACES TO CNT-REFERENCE                              00008020
              STRING 'ACCT ' MYFREC-ACCT-NO OF MYFILE-RECORDS           00008030
                 DELIMITED BY SIZE INTO CNT-REFERENCE                   00008040
              MOVE WS-RUN-DATE TO CNT-DATE                              00008050
              WRITE CONTACT-HIST-RECORD                                 00008060
              IF FS-CONTACT-HIST-FILE NOT = "00"                        00008070
                 DISPLAY "WRITE FAILED, CONTACT-HIST STATUS: "          00008080
                   FS-CONTACT-HIST-FILE                                 00008090
              END-IF                                                    00008100
           END-IF.                                                      00008110
       2200-EXIT.                                                       00008120
           EXIT.                                                        00008130
                                                                        00008140
      *> ***************************************************************00008150
      *> HOLD THE ACCOUNT FOR THE BRANCH-ORDERED QUEUE AND REPORT       00008160
      *> ***************************************************************00008170
       2400-HOLD-QUEUE-ENTRY.                                           00008180
           IF WS-QUEUE-COUNT NOT < WS-QUEUE-MAX                         00008190
              DISPLAY "QUEUE TABLE FULL, ACCOUNT NOT QUEUED: "          00008200
                MYFREC-ACCT-NO OF MYFILE-RECORDS                        00008210
              SET RC-WARNING TO TRUE                                    00008220
              GO TO 2400-EXIT                                           00008230
           END-IF                                                       00008240
           ADD 1 TO WS-QUEUE-COUNT                                      00008250
           MOVE MYFREC-BRANCH-CD OF MYFILE-RECORDS TO                   00008260
              TBL-CWQ-BRANCH-CD (WS-QUEUE-COUNT)                        00008270
           MOVE MYFREC-ACCT-NO OF MYFILE-RECORDS TO                     00008280
              TBL-CWQ-ACCT-NO (WS-QUEUE-COUNT)                          00008290
           MOVE WS-LOOKUP-CUST-ID TO TBL-CWQ-CUST-ID (WS-QUEUE-COUNT)   00008300
           MOVE WS-LOOKUP-CUST-SUB TO TBL-CWQ-CUST-SUB (WS-QUEUE-COUNT) 00008310
           MOVE WS-NEW-BUCKET TO TBL-CWQ-BUCKET (WS-QUEUE-COUNT)        00008320
           MOVE WS-DAYS-OD TO TBL-CWQ-DAYS-OD (WS-QUEUE-COUNT)          00008330
           MOVE WS-OD-SINCE TO TBL-CWQ-OD-SINCE (WS-QUEUE-COUNT)        00008340
           MOVE MYFREC-AMOUNT OF MYFILE-RECORDS TO                      00008350
              TBL-CWQ-BALANCE (WS-QUEUE-COUNT)                          00008360
           MOVE MYFREC-CURR-CD OF MYFILE-RECORDS TO                     00008370
              TBL-CWQ-CURR-CD (WS-QUEUE-COUNT)                          00008380
           MOVE AGN-CHGOFF-FLAG TO TBL-CWQ-CHGOFF-FLAG (WS-QUEUE-COUNT).00008390
       2400-EXIT.                                                       00008400
           EXIT.                                                        00008410
                                                                        00008420
      *> ***************************************************************00008430
      *> RESOLVE THE ACTIVE OWNER, THEIR NAME AND SUPPRESSION           00008440
      *> ***************************************************************00008450
       2600-LOOKUP-OWNER.                                               00008460
           MOVE ZEROES TO WS-LOOKUP-CUST-ID                             00008470
           MOVE ZEROES TO WS-LOOKUP-CUST-SUB                            00008480
           MOVE SPACE TO WS-LOOKUP-SUPP                                 00008490
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1                      00008500
                    UNTIL WS-XREF-SUB > WS-XREF-COUNT                   00008510
             IF TBL-AXR-ACCT-NO (WS-XREF-SUB) =                         00008520
                   MYFREC-ACCT-NO OF MYFILE-RECORDS                     00008530
                AND TBL-AXR-STATUS (WS-XREF-SUB) = 'A'                  00008540
                MOVE TBL-AXR-CUST-ID (WS-XREF-SUB) TO                   00008550
                   WS-LOOKUP-CUST-ID                                    00008560
             END-IF                                                     00008570
           END-PERFORM                                                  00008580
           IF WS-LOOKUP-CUST-ID = 0                                     00008590
              GO TO 2600-EXIT                                           00008600
           END-IF                                                       00008610
                                                                        00008620
           MOVE 'N' TO WS-FOUND-SW                                      00008630
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1                      00008640
                    UNTIL WS-CUST-SUB > WS-CUST-COUNT                   00008650
                    OR WS-FOUND                                         00008660
             IF TBL-CUST-ID (WS-CUST-SUB) = WS-LOOKUP-CUST-ID           00008670
                SET WS-FOUND TO TRUE                                    00008680
                MOVE WS-CUST-SUB TO WS-LOOKUP-CUST-SUB                  00008690
                MOVE TBL-CUST-SUPP (WS-CUST-SUB) TO WS-LOOKUP-SUPP      00008700
             END-IF                                                     00008710
           END-PERFORM.                                                 00008720
       2600-EXIT.                                                       00008730
           EXIT.                                                        00008740
                                                                        00008750
      *> ***************************************************************00008760
      *> THE CHARGE-OFF PAIR FOR THE OVERDRAWN AMOUNT, RESOLVED FROM    00008770
      *> THE COA MAPPING UNDER TYPE 'CHGO'; NO MAPPING PREPARES IT TO   00008780
      *> SUSPENSE.  THE ACCOUNT NUMBER IS THE TRANSACTION ID            00008790
      *> ***************************************************************00008800
       2700-WRITE-JOURNAL-PAIR.                                         00008810
           MOVE 'N' TO WS-COA-FOUND-SW                                  00008820
           MOVE WS-SUSPENSE-ACCOUNT TO WS-JRNL-DR-ACCOUNT               00008830
           MOVE WS-SUSPENSE-ACCOUNT TO WS-JRNL-CR-ACCOUNT               00008840
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1                       00008850
                    UNTIL WS-COA-SUB > WS-COA-COUNT                     00008860
                    OR WS-COA-FOUND                                     00008870
             IF TBL-COA-TRAN-TYPE (WS-COA-SUB) = 'CHGO'                 00008880
                SET WS-COA-FOUND TO TRUE                                00008890
                MOVE TBL-COA-DR-ACCOUNT (WS-COA-SUB) TO                 00008900
                   WS-JRNL-DR-ACCOUNT                                   00008910
                MOVE TBL-COA-CR-ACCOUNT (WS-COA-SUB) TO                 00008920
                   WS-JRNL-CR-ACCOUNT                                   00008930
             END-IF                                                     00008940
           END-PERFORM                                                  00008950
           IF NOT WS-COA-FOUND                                          00008960
              DISPLAY "NO GL MAPPING FOR TYPE CHGO, SUSPENSE USED"      00008970
           END-IF                                                       00008980
           COMPUTE WS-JRNL-AMOUNT-CENTS = WS-OD-AMOUNT * 100            00008990
              ON SIZE ERROR                                             00009000
                 DISPLAY "SIZE ERROR CONVERTING JOURNAL AMOUNT"         00009010
                 MOVE ZEROES TO WS-JRNL-AMOUNT-CENTS                    00009020
           END-COMPUTE                                                  00009030
           MOVE SPACES TO GL-JRNL-RECORD                                00009040
           SET JRNL-DETAIL-REC TO TRUE                                  00009050
           MOVE MYFREC-ACCT-NO OF MYFILE-RECORDS TO JRNL-TRAN-ID        00009060
           MOVE WS-JRNL-DR-ACCOUNT TO JRNL-GL-ACCOUNT                   00009070
           MOVE 'DR' TO JRNL-DR-CR                                      00009080
           MOVE WS-JRNL-AMOUNT-CENTS TO JRNL-AMOUNT                     00009090
           WRITE GL-JRNL-RECORD                                         00009100
           ADD 1 TO WS-JRNL-REC-COUNT                                   00009110
           ADD WS-JRNL-AMOUNT-CENTS TO WS-JRNL-AMOUNT-HASH              00009120
           MOVE SPACES TO GL-JRNL-RECORD                                00009130
           SET JRNL-DETAIL-REC TO TRUE                                  00009140
           MOVE MYFREC-ACCT-NO OF MYFILE-RECORDS TO JRNL-TRAN-ID        00009150
           MOVE WS-JRNL-CR-ACCOUNT TO JRNL-GL-ACCOUNT                   00009160
           MOVE 'CR' TO JRNL-DR-CR                                      00009170
           MOVE WS-JRNL-AMOUNT-CENTS TO JRNL-AMOUNT                     00009180
           WRITE GL-JRNL-RECORD                                         00009190
           ADD 1 TO WS-JRNL-REC-COUNT                                   00009200
           ADD WS-JRNL-AMOUNT-CENTS TO WS-JRNL-AMOUNT-HASH.             00009210
       2700-EXIT.                                                       00009220
           EXIT.                                                        00009230
                                                                        00009240
       2900-READ-MYFILE.                                                00009250
           READ MYFILE                                                  00009260
           EVALUATE FS-MYFILE                                           00009270
             WHEN "00"                                                  00009280
               ADD 1 TO WS-RECS-READ                                    00009290
             WHEN "10"                                                  00009300
               SET WS-EOF TO TRUE                                       00009310
             WHEN OTHER                                                 00009320
               DISPLAY "READ FAILED, MYFILE STATUS: " FS-MYFILE         00009330
               SET WS-EOF TO TRUE                                       00009340
               SET WS-IO-ERROR TO TRUE                                  00009350
           END-EVALUATE.                                                00009360
       2900-EXIT.                                                       00009370
           EXIT.                                                        00009380
                                                                        00009390
       2950-READ-AGING.                                                 00009400
           READ AGING-OLD-FILE                                          00009410
           EVALUATE FS-AGING-OLD-FILE                                   00009420
             WHEN "00"                                                  00009430
               ADD 1 TO WS-AGING-READ                                   00009440
             WHEN "10"                                                  00009450
               SET WS-AGE-EOF TO TRUE                                   00009460
             WHEN OTHER                                                 00009470
               DISPLAY "READ FAILED, AGING-OLD-FILE STATUS: "           00009480
                 FS-AGING-OLD-FILE                                      00009490
               SET WS-AGE-EOF TO TRUE                                   00009500
               SET WS-IO-ERROR TO TRUE                                  00009510
           END-EVALUATE.                                                00009520
       2950-EXIT.                                                       00009530
           EXIT.                                                        00009540
                                                                        00009550
      *> ***************************************************************00009560
      *> CONVERT WS-DN-DATE (CCYYMMDD) TO A SERIAL DAY NUMBER, THE      00009570
      *> SAME ARITHMETIC THE AUDIT ARCHIVAL USES                        00009580
      *> ***************************************************************00009590
       6000-DATE-TO-DAYNUM.                                             00009600
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1                   00009610
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAPS-4           00009620
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAPS-100       00009630
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAPS-400       00009640
           COMPUTE WS-DN-RESULT =                                       00009650
              (WS-DN-PRIOR-YEARS * 365)                                 00009660
              + WS-DN-LEAPS-4                                           00009670
              - WS-DN-LEAPS-100                                         00009680
              + WS-DN-LEAPS-400                                         00009690
              + CUM-DAYS-TO-MONTH (WS-DN-MM)                            00009700
              + WS-DN-DD                                                00009710
           PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT                  00009720
           IF WS-DN-MM > 2 AND WS-DN-LEAP-YEAR                          00009730
              ADD 1 TO WS-DN-RESULT                                     00009740
           END-IF.                                                      00009750
       6000-EXIT.                                                       00009760
           EXIT.                                                        00009770
                                                                        00009780
       6100-CHECK-LEAP-YEAR.                                            00009790
           MOVE 'N' TO WS-DN-LEAP-SW                                    00009800
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-LEAP-QUOT                00009810
              REMAINDER WS-DN-LEAP-REM                                  00009820
           IF WS-DN-LEAP-REM = 0                                        00009830
              DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-LEAP-QUOT           00009840
                 REMAINDER WS-DN-LEAP-REM                               00009850
              IF WS-DN-LEAP-REM = 0                                     00009860
                 DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-LEAP-QUOT        00009870
                    REMAINDER WS-DN-LEAP-REM                            00009880
                 IF WS-DN-LEAP-REM = 0                                  00009890
                    SET WS-DN-LEAP-YEAR TO TRUE                         00009900
                 END-IF                                                 00009910
              ELSE                                                      00009920
                 SET WS-DN-LEAP-YEAR TO TRUE                            00009930
              END-IF                                                    00009940
           END-IF.                                                      00009950
       6100-EXIT.                                                       00009960
           EXIT.                                                        00009970
                                                                        00009980
      *> ***************************************************************00009990
      *> THE QUEUE AND REPORT, ONE BRANCH AT A TIME IN THE ORDER EACH   00010000
      *> BRANCH WAS FIRST MET ON THE MASTER; UNASSIGNED (SPACES)        00010010
      *> BRANCH RECORDS FORM A GROUP OF THEIR OWN                       00010020
      *> ***************************************************************00010030
       7000-WRITE-QUEUE.                                                00010040
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1                     00010050
                    UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT                 00010060
             IF TBL-CWQ-ACCT-NO (WS-QUEUE-SUB) > 0                      00010070
                MOVE TBL-CWQ-BRANCH-CD (WS-QUEUE-SUB) TO                00010080
                   WS-GROUP-BRANCH                                      00010090
                PERFORM 7100-WRITE-BRANCH-GROUP THRU 7100-EXIT          00010100
             END-IF                                                     00010110
           END-PERFORM                                                  00010120
           MOVE WS-QUEUE-WRITTEN TO TOT-COUNT                           00010130
           MOVE WS-QUEUE-TOTAL TO TOT-AMOUNT                            00010140
           WRITE COLL-RPT-LINE FROM WS-TOTAL-LINE.                      00010150
       7000-EXIT.                                                       00010160
           EXIT.                                                        00010170
                                                                        00010180
       7100-WRITE-BRANCH-GROUP.                                         00010190
           MOVE ZEROES TO WS-GROUP-COUNT                                00010200
           MOVE ZEROES TO WS-GROUP-AMOUNT                               00010210
           MOVE WS-GROUP-BRANCH TO BRL-BRANCH-CD                        00010220
           WRITE COLL-RPT-LINE FROM WS-BRANCH-LINE                      00010230
           WRITE COLL-RPT-LINE FROM WS-HDR-LINE-2                       00010240
           PERFORM VARYING WS-GRP-SUB FROM WS-QUEUE-SUB BY 1            00010250
                    UNTIL WS-GRP-SUB > WS-QUEUE-COUNT                   00010260
             IF TBL-CWQ-BRANCH-CD (WS-GRP-SUB) = WS-GROUP-BRANCH        00010270
                AND TBL-CWQ-ACCT-NO (WS-GRP-SUB) > 0                    00010280
                PERFORM 7200-WRITE-DETAIL THRU 7200-EXIT                00010290
             END-IF                                                     00010300
           END-PERFORM                                                  00010310
           MOVE WS-GROUP-COUNT TO BTL-COUNT                             00010320
           MOVE WS-GROUP-AMOUNT TO BTL-AMOUNT                           00010330
           WRITE COLL-RPT-LINE FROM WS-BRANCH-TOTAL-LINE                00010340
           DISPLAY "BRANCH " WS-GROUP-BRANCH " ACCOUNTS QUEUED: "       00010350
             WS-GROUP-COUNT.                                            00010360
       7100-EXIT.                                                       00010370
           EXIT.                                                        00010380
                                                                        00010390
      *> ***************************************************************00010400
      *> ONE QUEUE RECORD AND REPORT LINE; THE ENTRY'S ACCOUNT IS       00010410
      *> ZEROED ONCE WRITTEN SO A LATER GROUP DOES NOT WRITE IT TWICE   00010420
      *> ***************************************************************00010430
       7200-WRITE-DETAIL.                                               00010440
           MOVE SPACES TO WORK-QUEUE-RECORD                             00010450
           MOVE WS-GROUP-BRANCH TO CWQ-BRANCH-CD                        00010460
           MOVE TBL-CWQ-ACCT-NO (WS-GRP-SUB) TO CWQ-ACCT-NO             00010470
           MOVE TBL-CWQ-CUST-ID (WS-GRP-SUB) TO CWQ-CUST-ID             00010480
           MOVE TBL-CWQ-CUST-SUB (WS-GRP-SUB) TO WS-LOOKUP-CUST-SUB     00010490
           IF WS-LOOKUP-CUST-SUB > 0                                    00010500
              MOVE TBL-CUST-LAST (WS-LOOKUP-CUST-SUB) TO CWQ-LAST-NAME  00010510
              MOVE TBL-CUST-FIRST (WS-LOOKUP-CUST-SUB) TO               00010520
                 CWQ-FIRST-NAME                                         00010530
           END-IF                                                       00010540
           MOVE TBL-CWQ-BUCKET (WS-GRP-SUB) TO CWQ-BUCKET               00010550
           MOVE TBL-CWQ-DAYS-OD (WS-GRP-SUB) TO CWQ-DAYS-OD             00010560
           MOVE TBL-CWQ-OD-SINCE (WS-GRP-SUB) TO CWQ-OD-SINCE           00010570
           MOVE TBL-CWQ-BALANCE (WS-GRP-SUB) TO CWQ-BALANCE             00010580
           MOVE TBL-CWQ-CURR-CD (WS-GRP-SUB) TO CWQ-CURR-CD             00010590
           MOVE TBL-CWQ-CHGOFF-FLAG (WS-GRP-SUB) TO CWQ-CHGOFF-FLAG     00010600
           MOVE WS-RUN-DATE TO CWQ-QUEUE-DATE                           00010610
           WRITE WORK-QUEUE-RECORD                                      00010620
           IF FS-WORK-QUEUE-FILE NOT = "00"                             00010630
              DISPLAY "WRITE FAILED, WORK-QUEUE-FILE STATUS: "          00010640
                FS-WORK-QUEUE-FILE                                      00010650
              SET WS-IO-ERROR TO TRUE                                   00010660
           ELSE                                                         00010670
              ADD 1 TO WS-GROUP-COUNT                                   00010680
              ADD TBL-CWQ-BALANCE (WS-GRP-SUB) TO WS-GROUP-AMOUNT       00010690
              ADD 1 TO WS-QUEUE-WRITTEN                                 00010700
              ADD TBL-CWQ-BALANCE (WS-GRP-SUB) TO WS-QUEUE-TOTAL        00010710
           END-IF                                                       00010720
                                                                        00010730
           MOVE CWQ-ACCT-NO TO DTL-ACCT                                 00010740
           MOVE CWQ-CUST-ID TO DTL-CUST-ID                              00010750
           MOVE CWQ-LAST-NAME TO DTL-NAME                               00010760
           MOVE CWQ-BUCKET TO WS-BUCKET-SUB                             00010770
           MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO DTL-BUCKET            00010780
           MOVE CWQ-DAYS-OD TO DTL-DAYS                                 00010790
           MOVE CWQ-OD-SINCE TO DTL-SINCE                               00010800
           MOVE TBL-CWQ-BALANCE (WS-GRP-SUB) TO DTL-BALANCE             00010810
           MOVE CWQ-CURR-CD TO DTL-CURR-CD                              00010820
           IF CWQ-CHGOFF-FLAG = 'Y'                                     00010830
              MOVE 'REVIEW' TO DTL-CHGOFF                               00010840
           ELSE                                                         00010850
              MOVE SPACES TO DTL-CHGOFF                                 00010860
           END-IF                                                       00010870
           WRITE COLL-RPT-LINE FROM WS-DTL-LINE                         00010880
           MOVE ZEROES TO TBL-CWQ-ACCT-NO (WS-GRP-SUB).                 00010890
       7200-EXIT.                                                       00010900
           EXIT.                                                        00010910
                                                                        00010920
      *> ***************************************************************00010930
      *> JOURNAL TRAILER, COUNT SUMMARY, THEN CLOSE UP                  00010940
      *> ***************************************************************00010950
       9000-TERMINATE.                                                  00010960
           MOVE SPACES TO GL-JRNL-RECORD                                00010970
           SET JRNL-TRAILER-REC TO TRUE                                 00010980
           MOVE WS-JRNL-REC-COUNT TO JRNL-TRL-REC-COUNT                 00010990
           MOVE WS-JRNL-AMOUNT-HASH TO JRNL-TRL-AMOUNT-HASH             00011000
           WRITE GL-JRNL-RECORD                                         00011010
           DISPLAY "===== ODAGING RUN SUMMARY ====="                    00011020
           DISPLAY "ACCOUNTS READ        : " WS-RECS-READ               00011030
           DISPLAY "PRIOR AGING RECORDS  : " WS-AGING-READ              00011040
           DISPLAY "OVERDRAWN TONIGHT    : " WS-OVERDRAWN               00011050
           DISPLAY "  1-30 DAYS          : " WS-BUCKET-COUNT (1)        00011060
           DISPLAY "  31-60 DAYS         : " WS-BUCKET-COUNT (2)        00011070
           DISPLAY "  61-90 DAYS         : " WS-BUCKET-COUNT (3)        00011080
           DISPLAY "  OVER 90 DAYS       : " WS-BUCKET-COUNT (4)        00011090
           DISPLAY "NEWLY OVERDRAWN      : " WS-NEWLY-OVERDRAWN         00011100
           DISPLAY "CURED                : " WS-CURED                   00011110
           DISPLAY "AGING WITH NO MASTER : " WS-AGING-ORPHANS           00011120
           DISPLAY "NOTICES WRITTEN      : " WS-NOTICES-WRITTEN         00011130
           DISPLAY "NOTICES SUPPRESSED   : " WS-NOTICES-SUPPRESSED      00011140
           DISPLAY "NO ACTIVE OWNER      : " WS-NO-OWNER-COUNT          00011150
           DISPLAY "CHARGE-OFF REFERRALS : " WS-CHGOFF-REFERRED         00011160
           DISPLAY "QUEUED FOR COLLECTION: " WS-QUEUE-WRITTEN           00011170
           DISPLAY "JOURNAL RECORDS      : " WS-JRNL-REC-COUNT          00011180
           CLOSE MYFILE                                                 00011190
           IF FS-AGING-OLD-FILE NOT = "35"                              00011200
              CLOSE AGING-OLD-FILE                                      00011210
           END-IF                                                       00011220
           CLOSE AGING-NEW-FILE                                         00011230
           CLOSE LETTER-FILE                                            00011240
           CLOSE LETTER-REVW-FILE                                       00011250
           CLOSE CONTACT-HIST-FILE                                      00011260
           CLOSE WORK-QUEUE-FILE                                        00011270
           CLOSE COLL-RPT-FILE                                          00011280
           CLOSE GL-JRNL-FILE.                                          00011290
       9000-EXIT.                                                       00011300
           EXIT.                                                        00011310
                                                                        00011320
       COPY ABENDPAR.                                                   00011330
       COPY PROCDPAR.                                                   00011340
