       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. TSTMASK.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * MASKED TEST-DATA COPIES OF THE PRODUCTION MASTERS.       *      00000086
      * COPIES CUSTFILE, MYFILE AND ITS MYFTRAN POSTING LEDGER,  *      00000092
      * ACCTXREF, THE CONDI APPLICANT FILE AND THE STUDENT       *      00000098
      * MASTER TO TEST DATASETS WITH THE PERSONAL DATA REPLACED  *      00000104
      * BY REALISTIC FAKE VALUES.  EVERY ACCOUNT, CUSTOMER,      *      00000110
      * APPLICANT AND STUDENT KEY IS KEPT, SO XREF, HOUSEHOLD    *      00000116
      * AND APPLICANT LINKS STILL JOIN.  A FAKE VALUE IS PICKED  *      00000122
      * BY A SEEDED HASH OF THE REAL ONE, SO THE SAME NAME,      *      00000128
      * ADDRESS, TIN OR DESCRIPTION MASKS THE SAME WAY IN EVERY  *      00000134
      * FILE AND ON EVERY RUN WITH THE SAME SEED.  EVERY DATE    *      00000140
      * MOVES BACK BY THE SAME NUMBER OF DAYS; THE POSTING DATE  *      00000146
      * IN THE LEDGER KEY MOVES WITH THE REST, SO EACH ACCOUNT'S *      00000152
      * POSTINGS KEEP THEIR ORDER.  MYFILE AMOUNTS MOVE BY UP TO *      00000158
      * 9 PERCENT, AND THE LARGEST ACCOUNT IN EACH BRANCH AND    *      00000164
      * CURRENCY TAKES UP THE NET, SO EACH BRANCH/CURRENCY TOTAL *      00000170
      * STILL AGREES TO PRODUCTION TO THE CENT.  EACH POSTING    *      00000176
      * MOVES BY THE SAME PERCENTAGE AS ITS ACCOUNT, THE LAST    *      00000182
      * ONE TAKING UP THE DIFFERENCE, AND THE BALANCE-AFTER IS   *      00000188
      * CARRIED FORWARD SO THE LEDGER STILL RUNS TO THE MASKED   *      00000194
      * HEADER BALANCE.  THE SEED AND THE SHIFT COME FROM A      *      00000200
      * RESTRICTED CONTROL CARD.  NEITHER IS PRINTED.            *      00000206
      * ********************************************************        00000230
       ENVIRONMENT DIVISION.                                            00000240
       INPUT-OUTPUT SECTION.                                            00000250
       FILE-CONTROL.                                                    00000260
           SELECT MASK-PARM-FILE                                        00000270
           ASSIGN TO MASKPARM                                           00000280
           ORGANIZATION IS SEQUENTIAL                                   00000290
           FILE STATUS IS FS-MASK-PARM-FILE.                            00000300
           SELECT MYFILE                                                00000310
           ASSIGN TO MYDD                                               00000320
           ORGANIZATION IS INDEXED                                      00000330
           ACCESS MODE IS SEQUENTIAL                                    00000340
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000350
           FILE STATUS IS FS-MYFILE.                                    00000360
           SELECT MYF-IMAGE-FILE                                        00000370
           ASSIGN TO MYFIMG                                             00000380
           ORGANIZATION IS SEQUENTIAL                                   00000390
           FILE STATUS IS FS-MYF-IMAGE-FILE.                            00000391
           SELECT MYF-TRAN-FILE                                         00000392
           ASSIGN TO MYFTRAN                                            00000393
           ORGANIZATION IS INDEXED                                      00000394
           ACCESS MODE IS SEQUENTIAL                                    00000395
           RECORD KEY IS MTR-KEY OF MYF-TRAN-RECORD                     00000396
           FILE STATUS IS FS-MYF-TRAN-FILE.                             00000397
           SELECT MTR-IMAGE-FILE                                        00000398
           ASSIGN TO MYFTIMG                                            00000399
           ORGANIZATION IS SEQUENTIAL                                   00000400
           FILE STATUS IS FS-MTR-IMAGE-FILE.                            00000401
           SELECT CUST-MASTER-FILE                                      00000410
           ASSIGN TO CUSTFILE                                           00000420
           ORGANIZATION IS INDEXED                                      00000430
           ACCESS MODE IS SEQUENTIAL                                    00000440
           RECORD KEY IS CUST-ID OF CUST-MASTER-RECORD                  00000450
           FILE STATUS IS FS-CUST-MASTER-FILE.                          00000460
           SELECT CUST-IMAGE-FILE                                       00000470
           ASSIGN TO CUSTIMG                                            00000480
           ORGANIZATION IS SEQUENTIAL                                   00000490
           FILE STATUS IS FS-CUST-IMAGE-FILE.                           00000500
           SELECT CUST-SEQ-FILE                                         00000510
           ASSIGN TO CUSTMAST                                           00000520
           ORGANIZATION IS SEQUENTIAL                                   00000530
           FILE STATUS IS FS-CUST-SEQ-FILE.                             00000540
           SELECT XREF-IN-FILE                                          00000550
           ASSIGN TO ACCTXREF                                           00000560
           ORGANIZATION IS SEQUENTIAL                                   00000570
           FILE STATUS IS FS-XREF-IN-FILE.                              00000580
           SELECT XREF-OUT-FILE                                         00000590
           ASSIGN TO XREFOUT                                            00000600
           ORGANIZATION IS SEQUENTIAL                                   00000610
           FILE STATUS IS FS-XREF-OUT-FILE.                             00000620
           SELECT APPL-IN-FILE                                          00000630
           ASSIGN TO APPLIN                                             00000640
           ORGANIZATION IS SEQUENTIAL                                   00000650
           FILE STATUS IS FS-APPL-IN-FILE.                              00000660
           SELECT APPL-OUT-FILE                                         00000670
           ASSIGN TO APPLOUT                                            00000680
           ORGANIZATION IS SEQUENTIAL                                   00000690
           FILE STATUS IS FS-APPL-OUT-FILE.                             00000700
           SELECT STUD-IN-FILE                                          00000710
           ASSIGN TO STUDIN                                             00000720
           ORGANIZATION IS SEQUENTIAL                                   00000730
           FILE STATUS IS FS-STUD-IN-FILE.                              00000740
           SELECT STUD-OUT-FILE                                         00000750
           ASSIGN TO STUDOUT                                            00000760
           ORGANIZATION IS SEQUENTIAL                                   00000770
           FILE STATUS IS FS-STUD-OUT-FILE.                             00000780
           SELECT MASK-RPT-FILE                                         00000790
           ASSIGN TO MASKRPT                                            00000800
           ORGANIZATION IS SEQUENTIAL                                   00000810
           FILE STATUS IS FS-MASK-RPT-FILE.                             00000820
           SELECT AUDIT-LOG-FILE                                        00000830
           ASSIGN TO AUDITLOG                                           00000840
           ORGANIZATION IS SEQUENTIAL                                   00000850
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000860
           SELECT PROC-DATE-FILE                                        00000870
           ASSIGN TO PROCDATE                                           00000880
           ORGANIZATION IS SEQUENTIAL                                   00000890
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000900
       DATA DIVISION.                                                   00000910
       FILE SECTION.                                                    00000920
       FD MASK-PARM-FILE.                                               00000930
       01 MASK-PARM-RECORD.                                             00000940
           05 MPC-SHIFT-DAYS        PIC 9(04).                          00000950
           05 MPC-SEED              PIC 9(09).                          00000960
           05 FILLER                PIC X(67).                          00000970
                                                                        00000980
       FD MYFILE.                                                       00000990
       COPY MYFREC.                                                     00001000
                                                                        00001010
       FD MYF-IMAGE-FILE.                                               00001020
       01 MYF-IMAGE-RECORD          PIC X(100).                         00001030
                                                                        00001040
       FD MYF-TRAN-FILE.                                                00001041
       COPY MYFTRAN.                                                    00001042
                                                                        00001043
       FD MTR-IMAGE-FILE.                                               00001044
       01 MTR-IMAGE-RECORD          PIC X(100).                         00001045
                                                                        00001046
       FD CUST-MASTER-FILE.                                             00001050
       COPY CUSTREC REPLACING ==CUST-RECORD== BY                        00001060
                              ==CUST-MASTER-RECORD==.                   00001070
                                                                        00001080
       FD CUST-IMAGE-FILE.                                              00001090
       01 CUST-IMAGE-RECORD         PIC X(160).                         00001100
                                                                        00001110
       FD CUST-SEQ-FILE.                                                00001120
       01 CUST-SEQ-RECORD           PIC X(160).                         00001130
                                                                        00001140
       FD XREF-IN-FILE.                                                 00001150
       COPY ACCTXREF.                                                   00001160
                                                                        00001170
       FD XREF-OUT-FILE.                                                00001180
       01 XREF-OUT-RECORD           PIC X(40).                          00001190
                                                                        00001200
       FD APPL-IN-FILE.                                                 00001210
       COPY APPLREC.                                                    00001220
                                                                        00001230
       FD APPL-OUT-FILE.                                                00001240
       01 APPL-OUT-RECORD           PIC X(61).                          00001250
                                                                        00001260
       FD STUD-IN-FILE.                                                 00001270
       COPY STUDREC.                                                    00001280
                                                                        00001290
       FD STUD-OUT-FILE.                                                00001300
       01 STUD-OUT-RECORD           PIC X(39).                          00001310
                                                                        00001320
       FD MASK-RPT-FILE.                                                00001330
       01 MASK-RPT-LINE             PIC X(133).                         00001340
                                                                        00001350
       FD AUDIT-LOG-FILE.                                               00001360
       COPY AUDITLOG.                                                   00001370
                                                                        00001380
       FD PROC-DATE-FILE.                                               00001390
       COPY PROCDREC.                                                   00001400
                                                                        00001410
       WORKING-STORAGE SECTION.                                         00001420
       01 FS-MASK-PARM-FILE PIC XX.                                     00001430
       01 FS-MYFILE PIC XX.                                             00001440
       01 FS-MYF-IMAGE-FILE PIC XX.                                     00001450
       01 FS-MYF-TRAN-FILE PIC XX.                                      00001453
       01 FS-MTR-IMAGE-FILE PIC XX.                                     00001456
       01 FS-CUST-MASTER-FILE PIC XX.                                   00001460
       01 FS-CUST-IMAGE-FILE PIC XX.                                    00001470
       01 FS-CUST-SEQ-FILE PIC XX.                                      00001480
       01 FS-XREF-IN-FILE PIC XX.                                       00001490
       01 FS-XREF-OUT-FILE PIC XX.                                      00001500
       01 FS-APPL-IN-FILE PIC XX.                                       00001510
       01 FS-APPL-OUT-FILE PIC XX.                                      00001520
       01 FS-STUD-IN-FILE PIC XX.                                       00001530
       01 FS-STUD-OUT-FILE PIC XX.                                      00001540
       01 FS-MASK-RPT-FILE PIC XX.                                      00001550
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00001560
                                                                        00001570
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001580
           88 WS-EOF VALUE 'Y'.                                         00001590
       01 WS-MTR-EOF-SW PIC X(01) VALUE 'N'.                            00001592
           88 WS-MTR-EOF VALUE 'Y'.                                     00001594
       01 WS-MTR-HELD-SW PIC X(01) VALUE 'N'.                           00001596
           88 WS-MTR-HELD VALUE 'Y'.                                    00001598
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00001600
           88 WS-IO-ERROR VALUE 'Y'.                                    00001610
       01 WS-OUT-OF-BALANCE-SW PIC X(01) VALUE 'N'.                     00001620
           88 WS-OUT-OF-BALANCE VALUE 'Y'.                              00001630
                                                                        00001640
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001650
       01 WS-SHIFT-DAYS PIC 9(04) VALUE ZEROES.                         00001660
       01 WS-MASK-SEED PIC 9(09) VALUE ZEROES.                          00001670
                                                                        00001680
      *> ***************************************************************00001690
      *> RECORD COUNTS AND KEY HASHES PER FILE.  KEYS ARE NEVER MASKED, 00001700
      *> SO THE HASH WRITTEN MUST EQUAL THE HASH READ                   00001710
      *> ***************************************************************00001720
       01 WS-FILE-TOTALS.                                               00001730
           05 WS-CUST-READ           PIC 9(09) VALUE ZEROES.            00001740
           05 WS-CUST-WRITTEN        PIC 9(09) VALUE ZEROES.            00001750
           05 WS-CUST-HASH-IN        PIC 9(15) VALUE ZEROES.            00001760
           05 WS-CUST-HASH-OUT       PIC 9(15) VALUE ZEROES.            00001770
           05 WS-MYF-PLANNED         PIC 9(09) VALUE ZEROES.            00001780
           05 WS-MYF-READ            PIC 9(09) VALUE ZEROES.            00001790
           05 WS-MYF-WRITTEN         PIC 9(09) VALUE ZEROES.            00001800
           05 WS-MYF-HASH-IN         PIC 9(15) VALUE ZEROES.            00001810
           05 WS-MYF-HASH-OUT        PIC 9(15) VALUE ZEROES.            00001820
           05 WS-MTR-READ            PIC 9(09) VALUE ZEROES.            00001821
           05 WS-MTR-WRITTEN         PIC 9(09) VALUE ZEROES.            00001822
           05 WS-MTR-HASH-IN         PIC 9(15) VALUE ZEROES.            00001823
           05 WS-MTR-HASH-OUT        PIC 9(15) VALUE ZEROES.            00001824
           05 WS-MTR-ORPHANS         PIC 9(09) VALUE ZEROES.            00001825
           05 WS-XREF-READ           PIC 9(09) VALUE ZEROES.            00001830
           05 WS-XREF-WRITTEN        PIC 9(09) VALUE ZEROES.            00001840
           05 WS-XREF-HASH-IN        PIC 9(15) VALUE ZEROES.            00001850
           05 WS-XREF-HASH-OUT       PIC 9(15) VALUE ZEROES.            00001860
           05 WS-APPL-READ           PIC 9(09) VALUE ZEROES.            00001870
           05 WS-APPL-WRITTEN        PIC 9(09) VALUE ZEROES.            00001880
           05 WS-APPL-HASH-IN        PIC 9(15) VALUE ZEROES.            00001890
           05 WS-APPL-HASH-OUT       PIC 9(15) VALUE ZEROES.            00001900
           05 WS-STUD-READ           PIC 9(09) VALUE ZEROES.            00001910
           05 WS-STUD-WRITTEN        PIC 9(09) VALUE ZEROES.            00001920
           05 WS-STUD-HASH-IN        PIC 9(15) VALUE ZEROES.            00001930
           05 WS-STUD-HASH-OUT       PIC 9(15) VALUE ZEROES.            00001940
           05 WS-TIN-MASKED          PIC 9(09) VALUE ZEROES.            00001950
           05 WS-TIN-CLEARED         PIC 9(09) VALUE ZEROES.            00001960
           05 WS-DATES-SHIFTED       PIC 9(09) VALUE ZEROES.            00001970
           05 WS-DATES-LEFT          PIC 9(09) VALUE ZEROES.            00001980
       01 WS-MYF-ORIG-TOTAL PIC S9(15)V99 COMP-3 VALUE ZEROES.          00001990
       01 WS-MYF-MASKED-TOTAL PIC S9(15)V99 COMP-3 VALUE ZEROES.        00002000
                                                                        00002010
      *> ***************************************************************00002020
      *> ONE CELL PER BRANCH AND CURRENCY.  THE FIRST MYFILE PASS FINDS 00002030
      *> EACH CELL'S LARGEST ACCOUNT AND THE NET OF THE PERTURBATIONS;  00002040
      *> THE SECOND PASS REPEATS THE SAME PERTURBATIONS AND TAKES THE   00002050
      *> NET BACK OUT OF THE LARGEST ACCOUNT                            00002060
      *> ***************************************************************00002070
       01 WS-CELL-TABLE.                                                00002080
           05 WS-CELL-ENTRY OCCURS 500 TIMES.                           00002090
               10 TBL-CELL-BRANCH       PIC X(04).                      00002100
               10 TBL-CELL-CURR         PIC X(03).                      00002110
               10 TBL-CELL-COUNT        PIC 9(09) COMP-3.               00002120
               10 TBL-CELL-ORIG         PIC S9(15)V99 COMP-3.           00002130
               10 TBL-CELL-MASKED       PIC S9(15)V99 COMP-3.           00002140
               10 TBL-CELL-CARRY        PIC S9(13)V99 COMP-3.           00002150
               10 TBL-CELL-NET          PIC S9(13)V99 COMP-3.           00002160
               10 TBL-CELL-BIG-ACCT     PIC 9(09).                      00002170
               10 TBL-CELL-BIG-AMT      PIC 9(11)V99 COMP-3.            00002180
       01 WS-CELL-COUNT PIC 9(04) VALUE ZEROES.                         00002190
       01 WS-CELL-MAX PIC 9(04) VALUE 500.                              00002200
       01 WS-CELL-SUB PIC 9(04) VALUE ZEROES.                           00002210
       01 WS-CELL-HIT PIC 9(04) VALUE ZEROES.                           00002220
                                                                        00002230
       01 WS-ABS-AMOUNT PIC 9(11)V99 COMP-3 VALUE ZEROES.               00002240
       01 WS-PERTURB PIC S9(11)V99 COMP-3 VALUE ZEROES.                 00002250
       01 WS-PERTURB-PCT PIC 9(02) VALUE ZEROES.                        00002260
       01 WS-NEW-AMOUNT PIC S9(13)V99 COMP-3 VALUE ZEROES.              00002261
       01 WS-PCT-ACCT PIC 9(09) VALUE ZEROES.                           00002262
                                                                        00002263
      *> ***************************************************************00002264
      *> LEDGER WORK.  THE ACCOUNT'S POSTINGS ARE MATCHED TO ITS HEADER 00002265
      *> IN KEY ORDER.  WS-ACCT-DELTA IS HOW FAR THE MASKED HEADER      00002266
      *> BALANCE MOVED, WS-MTR-TARGET HOW FAR THE ACCOUNT'S RUNNING     00002267
      *> BALANCE MUST END UP MOVED (NOTHING FOR POSTINGS WITH NO HEADER)00002268
      *> AND WS-MTR-CARRY HOW FAR THE POSTINGS SO FAR HAVE MOVED IT.    00002269
      *> EACH POSTING IS HELD UNTIL THE NEXT IS READ, SO THE LAST ONE   00002270
      *> CAN TAKE UP WHAT IS LEFT                                       00002271
      *> ***************************************************************00002272
       01 WS-HDR-ACCT PIC 9(09) VALUE ZEROES.                           00002273
       01 WS-MTR-ACCT PIC 9(09) VALUE ZEROES.                           00002274
       01 WS-ACCT-DELTA PIC S9(13)V99 COMP-3 VALUE ZEROES.              00002275
       01 WS-MTR-TARGET PIC S9(13)V99 COMP-3 VALUE ZEROES.              00002276
       01 WS-MTR-CARRY PIC S9(13)V99 COMP-3 VALUE ZEROES.               00002277
       01 WS-MTR-REMAINDER PIC S9(13)V99 COMP-3 VALUE ZEROES.           00002278
       COPY MYFTRAN REPLACING ==MYF-TRAN-RECORD== BY                    00002279
                              ==WS-HELD-POSTING==.                      00002280
                                                                        00002281
      *> ***************************************************************00002290
      *> SEEDED HASH.  EACH BYTE'S CODE IS PICKED UP THROUGH THE LOW    00002300
      *> ORDER BYTE OF A HALFWORD AND FOLDED IN MODULO A PRIME          00002310
      *> ***************************************************************00002320
       01 WS-HASH-TEXT PIC X(30) VALUE SPACES.                          00002330
       01 FILLER REDEFINES WS-HASH-TEXT.                                00002340
           05 WS-HASH-BYTE OCCURS 30 TIMES PIC X(01).                   00002350
       01 WS-HASH-SUB PIC 9(04) COMP VALUE ZEROES.                      00002360
       01 WS-HASH-VALUE PIC 9(09) VALUE ZEROES.                         00002370
       01 WS-HASH-WORK PIC 9(11) COMP-3 VALUE ZEROES.                   00002380
       01 WS-HASH-QUOT PIC 9(11) COMP-3 VALUE ZEROES.                   00002390
       01 WS-HASH-PRIME PIC 9(09) VALUE 999999937.                      00002400
       01 WS-CHAR-CODE PIC 9(04) COMP VALUE ZEROES.                     00002410
       01 FILLER REDEFINES WS-CHAR-CODE.                                00002420
           05 WS-CHAR-HIGH PIC X(01).                                   00002430
           05 WS-CHAR-LOW PIC X(01).                                    00002440
       01 WS-PICK-QUOT PIC 9(09) VALUE ZEROES.                          00002450
       01 WS-PICK-REM PIC 9(04) VALUE ZEROES.                           00002460
       01 WS-PICK-QUOT-2 PIC 9(09) VALUE ZEROES.                        00002470
       01 WS-PICK-REM-2 PIC 9(04) VALUE ZEROES.                         00002480
                                                                        00002490
      *> ***************************************************************00002500
      *> FAKE-VALUE TABLES                                              00002510
      *> ***************************************************************00002520
       01 WS-FIRST-NAME-VALUES.                                         00002530
           05 FILLER PIC X(48) VALUE                                    00002540
              'JAMES       MARY        ROBERT      PATRICIA    '.       00002550
           05 FILLER PIC X(48) VALUE                                    00002560
              'JOHN        JENNIFER    MICHAEL     LINDA       '.       00002570
           05 FILLER PIC X(48) VALUE                                    00002580
              'DAVID       ELIZABETH   WILLIAM     BARBARA     '.       00002590
           05 FILLER PIC X(48) VALUE                                    00002600
              'RICHARD     SUSAN       JOSEPH      JESSICA     '.       00002610
           05 FILLER PIC X(48) VALUE                                    00002620
              'THOMAS      KAREN       CHARLES     SARAH       '.       00002630
           05 FILLER PIC X(48) VALUE                                    00002640
              'DANIEL      NANCY       MATTHEW     LISA        '.       00002650
           05 FILLER PIC X(48) VALUE                                    00002660
              'ANTHONY     BETTY       MARK        SANDRA      '.       00002670
           05 FILLER PIC X(48) VALUE                                    00002680
              'DONALD      MARGARET    STEVEN      ASHLEY      '.       00002690
           05 FILLER PIC X(48) VALUE                                    00002700
              'PAUL        DOROTHY     ANDREW      KIMBERLY    '.       00002710
           05 FILLER PIC X(48) VALUE                                    00002720
              'KENNETH     EMILY       GEORGE      DONNA       '.       00002730
       01 FILLER REDEFINES WS-FIRST-NAME-VALUES.                        00002740
           05 WS-FAKE-FIRST OCCURS 40 TIMES PIC X(12).                  00002750
                                                                        00002760
       01 WS-LAST-NAME-VALUES.                                          00002770
           05 FILLER PIC X(48) VALUE                                    00002780
              'SMITH       JOHNSON     WILLIAMS    BROWN       '.       00002790
           05 FILLER PIC X(48) VALUE                                    00002800
              'JONES       GARCIA      MILLER      DAVIS       '.       00002810
           05 FILLER PIC X(48) VALUE                                    00002820
              'RODRIGUEZ   MARTINEZ    HERNANDEZ   LOPEZ       '.       00002830
           05 FILLER PIC X(48) VALUE                                    00002840
              'GONZALEZ    WILSON      ANDERSON    THOMAS      '.       00002850
           05 FILLER PIC X(48) VALUE                                    00002860
              'TAYLOR      MOORE       JACKSON     MARTIN      '.       00002870
           05 FILLER PIC X(48) VALUE                                    00002880
              'LEE         PEREZ       THOMPSON    WHITE       '.       00002890
           05 FILLER PIC X(48) VALUE                                    00002900
              'HARRIS      SANCHEZ     CLARK       RAMIREZ     '.       00002910
           05 FILLER PIC X(48) VALUE                                    00002920
              'LEWIS       ROBINSON    WALKER      YOUNG       '.       00002930
           05 FILLER PIC X(48) VALUE                                    00002940
              'ALLEN       KING        WRIGHT      SCOTT       '.       00002950
           05 FILLER PIC X(48) VALUE                                    00002960
              'TORRES      NGUYEN      HILL        FLORES      '.       00002970
       01 FILLER REDEFINES WS-LAST-NAME-VALUES.                         00002980
           05 WS-FAKE-LAST OCCURS 40 TIMES PIC X(12).                   00002990
                                                                        00003000
       01 WS-STREET-VALUES.                                             00003010
           05 FILLER PIC X(48) VALUE                                    00003020
              'MAIN        OAK         PINE        MAPLE       '.       00003030
           05 FILLER PIC X(48) VALUE                                    00003040
              'CEDAR       ELM         WASHINGTON  LAKE        '.       00003050
           05 FILLER PIC X(48) VALUE                                    00003060
              'HILL        PARK        WALNUT      SPRUCE      '.       00003070
           05 FILLER PIC X(48) VALUE                                    00003080
              'RIDGE       CHURCH      WILLOW      MEADOW      '.       00003090
           05 FILLER PIC X(48) VALUE                                    00003100
              'FOREST      SUNSET      HIGHLAND    CHESTNUT    '.       00003110
       01 FILLER REDEFINES WS-STREET-VALUES.                            00003120
           05 WS-FAKE-STREET OCCURS 20 TIMES PIC X(12).                 00003130
                                                                        00003140
       01 WS-SUFFIX-VALUES PIC X(32) VALUE                              00003150
              'ST  AVE RD  LN  DR  CT  WAY BLVD'.                       00003160
       01 FILLER REDEFINES WS-SUFFIX-VALUES.                            00003170
           05 WS-FAKE-SUFFIX OCCURS 8 TIMES PIC X(04).                  00003180
                                                                        00003190
       01 WS-CITY-VALUES.                                               00003200
           05 FILLER PIC X(48) VALUE                                    00003210
              'SPRINGFIELD FRANKLIN    GREENVILLE  BRISTOL     '.       00003220
           05 FILLER PIC X(48) VALUE                                    00003230
              'CLINTON     FAIRVIEW    SALEM       MADISON     '.       00003240
           05 FILLER PIC X(48) VALUE                                    00003250
              'GEORGETOWN  ARLINGTON   ASHLAND     BURLINGTON  '.       00003260
           05 FILLER PIC X(48) VALUE                                    00003270
              'MANCHESTER  MILTON      CLAYTON     DAYTON      '.       00003280
           05 FILLER PIC X(48) VALUE                                    00003290
              'RIVERSIDE   OXFORD      LEXINGTON   MARION      '.       00003300
       01 FILLER REDEFINES WS-CITY-VALUES.                              00003310
           05 WS-FAKE-CITY OCCURS 20 TIMES PIC X(12).                   00003311
                                                                        00003312
       01 WS-DESC-VALUES.                                               00003313
           05 FILLER PIC X(40) VALUE                                    00003314
              'BRANCH DEPOSIT      ATM WITHDRAWAL      '.               00003315
           05 FILLER PIC X(40) VALUE                                    00003316
              'TRANSFER IN         TRANSFER OUT        '.               00003317
           05 FILLER PIC X(40) VALUE                                    00003318
              'CHEQUE PAYMENT      CARD PURCHASE       '.               00003319
           05 FILLER PIC X(40) VALUE                                    00003320
              'DIRECT DEBIT        PAYROLL CREDIT      '.               00003321
           05 FILLER PIC X(40) VALUE                                    00003322
              'SERVICE CHARGE      INTEREST CREDIT     '.               00003323
           05 FILLER PIC X(40) VALUE                                    00003324
              'BILL PAYMENT        ADJUSTMENT          '.               00003325
           05 FILLER PIC X(40) VALUE                                    00003326
              'CASH DEPOSIT        STANDING ORDER      '.               00003327
           05 FILLER PIC X(40) VALUE                                    00003328
              'ACH CREDIT          WIRE TRANSFER       '.               00003329
       01 FILLER REDEFINES WS-DESC-VALUES.                              00003330
           05 WS-FAKE-DESC OCCURS 16 TIMES PIC X(20).                   00003331
                                                                        00003332
      *> ***************************************************************00003340
      *> NAME AND ADDRESS WORK AREAS.  A ONE-FIELD NAME IS SPLIT AT THE 00003350
      *> FIRST BLANK THE WAY THE SANCTIONS SCREEN SPLITS IT, SO EACH    00003360
      *> HALF MASKS THE SAME AS THE MATCHING CUSTFILE FIELD             00003370
      *> ***************************************************************00003380
       01 WS-NAME-IN PIC X(20) VALUE SPACES.                            00003390
       01 WS-NAME-OUT PIC X(20) VALUE SPACES.                           00003400
       01 WS-FULL-IN PIC X(20) VALUE SPACES.                            00003410
       01 WS-FULL-OUT PIC X(20) VALUE SPACES.                           00003420
       01 WS-SPLIT-FIRST PIC X(20) VALUE SPACES.                        00003430
       01 WS-SPLIT-LAST PIC X(20) VALUE SPACES.                         00003440
       01 WS-SPLIT-PTR PIC 9(03) VALUE ZEROES.                          00003450
       01 WS-MASK-FIRST PIC X(20) VALUE SPACES.                         00003460
       01 WS-MASK-LAST PIC X(20) VALUE SPACES.                          00003470
       01 WS-HOUSE-NO PIC 9(04) VALUE ZEROES.                           00003480
       01 WS-APT-NO PIC 9(03) VALUE ZEROES.                             00003490
       01 WS-ZIP-TAIL PIC 9(02) VALUE ZEROES.                           00003500
       01 WS-DESC-IN PIC X(30) VALUE SPACES.                            00003503
       01 WS-DESC-OUT PIC X(30) VALUE SPACES.                           00003506
                                                                        00003510
      *> ***************************************************************00003520
      *> TIN WORK.  A CANDIDATE IS DRAWN FROM THE HASH AND PUT THROUGH  00003530
      *> THE SAME STRUCTURAL EDIT THE 1099 RUN USES UNTIL ONE PASSES    00003540
      *> ***************************************************************00003550
       COPY TINWS.                                                      00003560
       01 WS-TIN-ORIGINAL PIC 9(09) VALUE ZEROES.                       00003570
       01 WS-TIN-TRIES PIC 9(02) VALUE ZEROES.                          00003580
       01 WS-TIN-MAX-TRIES PIC 9(02) VALUE 25.                          00003590
                                                                        00003600
      *> ***************************************************************00003610
      *> DATE SHIFT WORK.  THE DATE STEPS BACK A MONTH AT A TIME UNTIL  00003620
      *> THE SHIFT IS USED UP                                           00003630
      *> ***************************************************************00003640
       01 WS-SD-DATE PIC 9(08) VALUE ZEROES.                            00003650
       01 WS-SD-DATE-GROUP REDEFINES WS-SD-DATE.                        00003660
           05 WS-SD-YYYY PIC 9(04).                                     00003670
           05 WS-SD-MM PIC 9(02).                                       00003680
           05 WS-SD-DD PIC 9(02).                                       00003690
       01 WS-SD-DAYS-LEFT PIC 9(04) VALUE ZEROES.                       00003700
       01 WS-SD-MONTH-DAYS PIC 9(02) VALUE ZEROES.                      00003710
       01 WS-SD-LEAP-QUOT PIC 9(04) VALUE ZEROES.                       00003720
       01 WS-SD-LEAP-REM PIC 9(04) VALUE ZEROES.                        00003730
       01 WS-SD-LEAP-SW PIC X(01) VALUE 'N'.                            00003740
           88 WS-SD-LEAP-YEAR VALUE 'Y'.                                00003750
       01 WS-MONTH-DAYS-INIT PIC X(24)                                  00003760
              VALUE '312831303130313130313031'.                         00003770
       01 FILLER REDEFINES WS-MONTH-DAYS-INIT.                          00003780
           05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(02).               00003790
                                                                        00003800
       COPY ABENDCPY.                                                   00003810
       COPY FEEDTRL.                                                    00003820
       COPY AUDITCHN.                                                   00003830
       COPY PROCDCPY.                                                   00003840
                                                                        00003850
       01 WS-HDR-LINE-1.                                                00003860
           05 FILLER PIC X(01) VALUE '1'.                               00003870
           05 FILLER PIC X(50)                                          00003880
              VALUE 'TSTMASK - MASKED TEST-DATA COPIES'.                00003890
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00003900
           05 HDR-RUN-DATE PIC 9(08).                                   00003910
                                                                        00003920
       01 WS-HDR-LINE-2.                                                00003930
           05 FILLER PIC X(01) VALUE '0'.                               00003940
           05 FILLER PIC X(12) VALUE 'FILE'.                            00003950
           05 FILLER PIC X(13) VALUE ' RECORDS IN'.                     00003960
           05 FILLER PIC X(13) VALUE 'RECORDS OUT'.                     00003970
           05 FILLER PIC X(17) VALUE '  KEY HASH IN'.                   00003980
           05 FILLER PIC X(17) VALUE ' KEY HASH OUT'.                   00003990
                                                                        00004000
       01 WS-FILE-LINE.                                                 00004010
           05 FILLER PIC X(01) VALUE SPACE.                             00004020
           05 FL-FILE PIC X(12).                                        00004030
           05 FL-READ PIC Z(08)9.                                       00004040
           05 FILLER PIC X(04) VALUE SPACES.                            00004050
           05 FL-WRITTEN PIC Z(08)9.                                    00004060
           05 FILLER PIC X(02) VALUE SPACES.                            00004070
           05 FL-HASH-IN PIC Z(14)9.                                    00004080
           05 FILLER PIC X(02) VALUE SPACES.                            00004090
           05 FL-HASH-OUT PIC Z(14)9.                                   00004100
           05 FILLER PIC X(02) VALUE SPACES.                            00004110
           05 FL-STATUS PIC X(20).                                      00004120
                                                                        00004130
       01 WS-CELL-HDR-LINE.                                             00004140
           05 FILLER PIC X(01) VALUE '0'.                               00004150
           05 FILLER PIC X(08) VALUE 'BRANCH'.                          00004160
           05 FILLER PIC X(06) VALUE 'CURR'.                            00004170
           05 FILLER PIC X(11) VALUE '  RECORDS'.                       00004180
           05 FILLER PIC X(22) VALUE '   PRODUCTION TOTAL'.             00004190
           05 FILLER PIC X(22) VALUE '       MASKED TOTAL'.             00004200
                                                                        00004210
       01 WS-CELL-LINE.                                                 00004220
           05 FILLER PIC X(01) VALUE SPACE.                             00004230
           05 CL-BRANCH PIC X(04).                                      00004240
           05 FILLER PIC X(04) VALUE SPACES.                            00004250
           05 CL-CURR PIC X(03).                                        00004260
           05 FILLER PIC X(03) VALUE SPACES.                            00004270
           05 CL-COUNT PIC Z(08)9.                                      00004280
           05 FILLER PIC X(02) VALUE SPACES.                            00004290
           05 CL-ORIG PIC Z(14)9.99-.                                   00004300
           05 FILLER PIC X(02) VALUE SPACES.                            00004310
           05 CL-MASKED PIC Z(14)9.99-.                                 00004320
           05 FILLER PIC X(02) VALUE SPACES.                            00004330
           05 CL-STATUS PIC X(20).                                      00004340
                                                                        00004350
       01 WS-NOTE-LINE.                                                 00004360
           05 FILLER PIC X(01) VALUE SPACE.                             00004370
           05 NOTE-TEXT PIC X(100).                                     00004380
                                                                        00004390
       PROCEDURE DIVISION.                                              00004400
       0000-MAIN.                                                       00004410
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00004420
           PERFORM 2000-MASK-CUSTFILE THRU 2000-EXIT                    00004430
           PERFORM 3000-PLAN-MYFILE THRU 3000-EXIT                      00004440
           PERFORM 3500-MASK-MYFILE THRU 3500-EXIT                      00004450
           PERFORM 4000-MASK-XREF THRU 4000-EXIT                        00004460
           PERFORM 4500-MASK-APPLICANTS THRU 4500-EXIT                  00004470
           PERFORM 5000-MASK-STUDENTS THRU 5000-EXIT                    00004480
           PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT                     00004490
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00004500
           IF WS-IO-ERROR                                               00004510
              MOVE 12 TO RETURN-CODE                                    00004520
           ELSE                                                         00004530
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00004540
           END-IF                                                       00004550
           GOBACK.                                                      00004560
                                                                        00004570
      *> ***************************************************************00004580
      *> RUN DATE, THE CONTROL CARD, THE REPORT AND THE AUDIT TRAIL.    00004590
      *> WITHOUT A SEED AND A SHIFT THE COPIES WOULD BE REVERSIBLE, SO  00004600
      *> THERE IS NO DEFAULT FOR EITHER                                 00004610
      *> ***************************************************************00004620
       1000-INITIALIZE.                                                 00004630
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00004640
           IF WS-PROCESS-DATE > 0                                       00004650
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00004660
           ELSE                                                         00004670
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00004680
           END-IF                                                       00004690
                                                                        00004700
           OPEN INPUT MASK-PARM-FILE                                    00004710
           EVALUATE FS-MASK-PARM-FILE                                   00004720
             WHEN "00"                                                  00004730
               CONTINUE                                                 00004740
             WHEN "35"                                                  00004750
               MOVE "MASKING CONTROL CARD NOT FOUND" TO WS-ABEND-MESSAGE00004760
               GO TO 9999-ABEND                                         00004770
             WHEN OTHER                                                 00004780
               MOVE "OPEN FAILED ON MASK-PARM-FILE" TO WS-ABEND-MESSAGE 00004790
               GO TO 9999-ABEND                                         00004800
           END-EVALUATE                                                 00004810
           READ MASK-PARM-FILE                                          00004820
           IF FS-MASK-PARM-FILE NOT = "00"                              00004830
              MOVE "MASKING CONTROL CARD IS EMPTY" TO WS-ABEND-MESSAGE  00004840
              GO TO 9999-ABEND                                          00004850
           END-IF                                                       00004860
           IF MPC-SHIFT-DAYS NOT NUMERIC                                00004870
              OR MPC-SEED NOT NUMERIC                                   00004880
              OR MPC-SHIFT-DAYS = ZEROES                                00004890
              OR MPC-SEED = ZEROES                                      00004900
              MOVE "MASKING CONTROL CARD NEEDS A SHIFT AND A SEED"      00004910
                 TO WS-ABEND-MESSAGE                                    00004920
              GO TO 9999-ABEND                                          00004930
           END-IF                                                       00004940
           MOVE MPC-SHIFT-DAYS TO WS-SHIFT-DAYS                         00004950
           DIVIDE MPC-SEED BY WS-HASH-PRIME GIVING WS-HASH-QUOT         00004960
              REMAINDER WS-MASK-SEED                                    00004970
           CLOSE MASK-PARM-FILE                                         00004980
                                                                        00004990
           OPEN OUTPUT MASK-RPT-FILE                                    00005000
           IF FS-MASK-RPT-FILE NOT = "00"                               00005010
              MOVE "OPEN FAILED ON MASK-RPT-FILE" TO WS-ABEND-MESSAGE   00005020
              GO TO 9999-ABEND                                          00005030
           END-IF                                                       00005040
           MOVE "TSTMASK" TO ALOG-PROGRAM-ID                            00005050
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00005060
           IF FS-AUDIT-LOG-FILE NOT = "00"                              00005070
              MOVE "OPEN FAILED ON AUDIT-LOG-FILE" TO WS-ABEND-MESSAGE  00005080
              GO TO 9999-ABEND                                          00005090
           END-IF                                                       00005100
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00005110
           WRITE MASK-RPT-LINE FROM WS-HDR-LINE-1                       00005120
           WRITE MASK-RPT-LINE FROM WS-HDR-LINE-2.                      00005130
       1000-EXIT.                                                       00005140
           EXIT.                                                        00005150
                                                                        00005160
      *> ***************************************************************00005170
      *> CUSTFILE: NAMES, ADDRESS, TIN AND ENTRY DATE.  WRITTEN BOTH AS 00005180
      *> A DR-FORMAT IMAGE (TRAILER INCLUDED) THAT DRRSTOR LOADS INTO   00005190
      *> THE TEST KSDS, AND AS THE PLAIN SEQUENTIAL MASTER              00005200
      *> ***************************************************************00005210
       2000-MASK-CUSTFILE.                                              00005220
           OPEN INPUT CUST-MASTER-FILE                                  00005230
           EVALUATE FS-CUST-MASTER-FILE                                 00005240
             WHEN "00"                                                  00005250
               CONTINUE                                                 00005260
             WHEN "35"                                                  00005270
               MOVE "CUSTFILE NOT FOUND" TO WS-ABEND-MESSAGE            00005280
               GO TO 9999-ABEND                                         00005290
             WHEN OTHER                                                 00005300
               MOVE "OPEN FAILED ON CUSTFILE" TO WS-ABEND-MESSAGE       00005310
               GO TO 9999-ABEND                                         00005320
           END-EVALUATE                                                 00005330
           OPEN OUTPUT CUST-IMAGE-FILE                                  00005340
           IF FS-CUST-IMAGE-FILE NOT = "00"                             00005350
              MOVE "OPEN FAILED ON CUST-IMAGE-FILE" TO WS-ABEND-MESSAGE 00005360
              GO TO 9999-ABEND                                          00005370
           END-IF                                                       00005380
           OPEN OUTPUT CUST-SEQ-FILE                                    00005390
           IF FS-CUST-SEQ-FILE NOT = "00"                               00005400
              MOVE "OPEN FAILED ON CUST-SEQ-FILE" TO WS-ABEND-MESSAGE   00005410
              GO TO 9999-ABEND                                          00005420
           END-IF                                                       00005430
           MOVE 'N' TO WS-EOF-SW                                        00005440
           PERFORM UNTIL WS-EOF                                         00005450
             READ CUST-MASTER-FILE                                      00005460
             END-READ                                                   00005470
             EVALUATE FS-CUST-MASTER-FILE                               00005480
               WHEN "00"                                                00005490
                 PERFORM 2100-MASK-CUSTOMER THRU 2100-EXIT              00005500
               WHEN "10"                                                00005510
                 SET WS-EOF TO TRUE                                     00005520
               WHEN OTHER                                               00005530
                 DISPLAY "I/O ERROR READING CUSTFILE, STATUS: "         00005540
                   FS-CUST-MASTER-FILE                                  00005550
                 SET WS-EOF TO TRUE                                     00005560
                 SET WS-IO-ERROR TO TRUE                                00005570
             END-EVALUATE                                               00005580
           END-PERFORM                                                  00005590
           MOVE 'TRL' TO FTR-TAG                                        00005600
           MOVE WS-CUST-WRITTEN TO FTR-REC-COUNT                        00005610
           MOVE WS-CUST-HASH-OUT TO FTR-AMOUNT-HASH                     00005620
           ACCEPT FTR-CREATE-DATE FROM DATE YYYYMMDD                    00005630
           ACCEPT FTR-CREATE-TIME FROM TIME                             00005640
           MOVE SPACES TO CUST-IMAGE-RECORD                             00005650
           MOVE WS-FEED-TRAILER TO CUST-IMAGE-RECORD (1:43)             00005660
           WRITE CUST-IMAGE-RECORD                                      00005670
           CLOSE CUST-MASTER-FILE                                       00005680
           CLOSE CUST-IMAGE-FILE                                        00005690
           CLOSE CUST-SEQ-FILE.                                         00005700
       2000-EXIT.                                                       00005710
           EXIT.                                                        00005720
                                                                        00005730
       2100-MASK-CUSTOMER.                                              00005740
           ADD 1 TO WS-CUST-READ                                        00005750
           ADD CUST-ID OF CUST-MASTER-RECORD TO WS-CUST-HASH-IN         00005760
                                                                        00005770
           MOVE CUST-FIRST-NAME OF CUST-MASTER-RECORD TO WS-NAME-IN     00005780
           PERFORM 6100-MASK-FIRST-NAME THRU 6100-EXIT                  00005790
           MOVE WS-NAME-OUT TO CUST-FIRST-NAME OF CUST-MASTER-RECORD    00005800
           MOVE CUST-LAST-NAME OF CUST-MASTER-RECORD TO WS-NAME-IN      00005810
           PERFORM 6150-MASK-LAST-NAME THRU 6150-EXIT                   00005820
           MOVE WS-NAME-OUT TO CUST-LAST-NAME OF CUST-MASTER-RECORD     00005830
           PERFORM 6300-MASK-ADDRESS THRU 6300-EXIT                     00005840
           PERFORM 6400-MASK-TIN THRU 6400-EXIT                         00005850
           MOVE CUST-ENTRY-DATE OF CUST-MASTER-RECORD TO WS-SD-DATE     00005860
           PERFORM 6500-SHIFT-DATE THRU 6500-EXIT                       00005870
           MOVE WS-SD-DATE TO CUST-ENTRY-DATE OF CUST-MASTER-RECORD     00005880
                                                                        00005890
           WRITE CUST-IMAGE-RECORD FROM CUST-MASTER-RECORD              00005900
           IF FS-CUST-IMAGE-FILE NOT = "00"                             00005910
              DISPLAY "WRITE FAILED, CUST-IMAGE-FILE STATUS: "          00005920
                 FS-CUST-IMAGE-FILE                                     00005930
              SET WS-IO-ERROR TO TRUE                                   00005940
              GO TO 2100-EXIT                                           00005950
           END-IF                                                       00005960
           WRITE CUST-SEQ-RECORD FROM CUST-MASTER-RECORD                00005970
           IF FS-CUST-SEQ-FILE NOT = "00"                               00005980
              DISPLAY "WRITE FAILED, CUST-SEQ-FILE STATUS: "            00005990
                 FS-CUST-SEQ-FILE                                       00006000
              SET WS-IO-ERROR TO TRUE                                   00006010
              GO TO 2100-EXIT                                           00006020
           END-IF                                                       00006030
           ADD 1 TO WS-CUST-WRITTEN                                     00006040
           ADD CUST-ID OF CUST-MASTER-RECORD TO WS-CUST-HASH-OUT.       00006050
       2100-EXIT.                                                       00006060
           EXIT.                                                        00006070
                                                                        00006080
      *> ***************************************************************00006090
      *> MYFILE FIRST PASS: NOTHING IS WRITTEN.  EACH BRANCH/CURRENCY   00006100
      *> CELL GETS ITS PRODUCTION TOTAL, ITS LARGEST ACCOUNT AND THE    00006110
      *> NET OF THE PERTURBATIONS THE SECOND PASS WILL APPLY            00006120
      *> ***************************************************************00006130
       3000-PLAN-MYFILE.                                                00006140
           OPEN INPUT MYFILE                                            00006150
           EVALUATE FS-MYFILE                                           00006160
             WHEN "00"                                                  00006170
               CONTINUE                                                 00006180
             WHEN "35"                                                  00006190
               MOVE "MYFILE NOT FOUND" TO WS-ABEND-MESSAGE              00006200
               GO TO 9999-ABEND                                         00006210
             WHEN OTHER                                                 00006220
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00006230
               GO TO 9999-ABEND                                         00006240
           END-EVALUATE                                                 00006250
           MOVE 'N' TO WS-EOF-SW                                        00006260
           PERFORM UNTIL WS-EOF                                         00006270
             READ MYFILE                                                00006280
             END-READ                                                   00006290
             EVALUATE FS-MYFILE                                         00006300
               WHEN "00"                                                00006310
                 PERFORM 3100-PLAN-ACCOUNT THRU 3100-EXIT               00006320
               WHEN "10"                                                00006330
                 SET WS-EOF TO TRUE                                     00006340
               WHEN OTHER                                               00006350
                 DISPLAY "I/O ERROR READING MYFILE, STATUS: "           00006360
                   FS-MYFILE                                            00006370
                 SET WS-EOF TO TRUE                                     00006380
                 SET WS-IO-ERROR TO TRUE                                00006390
             END-EVALUATE                                               00006400
           END-PERFORM                                                  00006410
           CLOSE MYFILE                                                 00006420
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1                      00006430
                   UNTIL WS-CELL-SUB > WS-CELL-COUNT                    00006440
             MOVE TBL-CELL-CARRY (WS-CELL-SUB)                          00006450
                TO TBL-CELL-NET (WS-CELL-SUB)                           00006460
             MOVE ZEROES TO TBL-CELL-CARRY (WS-CELL-SUB)                00006470
           END-PERFORM.                                                 00006480
       3000-EXIT.                                                       00006490
           EXIT.                                                        00006500
                                                                        00006510
       3100-PLAN-ACCOUNT.                                               00006520
           ADD 1 TO WS-MYF-PLANNED                                      00006530
           PERFORM 6600-FIND-CELL THRU 6600-EXIT                        00006540
           ADD 1 TO TBL-CELL-COUNT (WS-CELL-HIT)                        00006550
           ADD MYFREC-AMOUNT TO TBL-CELL-ORIG (WS-CELL-HIT)             00006560
           MOVE MYFREC-AMOUNT TO WS-ABS-AMOUNT                          00006570
           IF WS-ABS-AMOUNT > TBL-CELL-BIG-AMT (WS-CELL-HIT)            00006580
              MOVE WS-ABS-AMOUNT TO TBL-CELL-BIG-AMT (WS-CELL-HIT)      00006590
              MOVE MYFREC-ACCT-NO TO TBL-CELL-BIG-ACCT (WS-CELL-HIT)    00006600
           END-IF                                                       00006610
           PERFORM 6700-PERTURB-AMOUNT THRU 6700-EXIT.                  00006620
       3100-EXIT.                                                       00006630
           EXIT.                                                        00006640
                                                                        00006650
      *> ***************************************************************00006660
      *> MYFILE SECOND PASS: SAME RECORDS, SAME ORDER, SAME             00006670
      *> PERTURBATIONS.  THE CELL'S LARGEST ACCOUNT ALSO GIVES BACK THE 00006680
      *> NET, WHICH CAN BE NO MORE THAN 9 PERCENT OF ITS OWN BALANCE,   00006685
      *> SO NO BALANCE CHANGES SIGN.  EACH ACCOUNT'S MYFTRAN POSTINGS   00006690
      *> ARE MASKED AS ITS HEADER IS WRITTEN; POSTINGS FOR AN ACCOUNT   00006695
      *> NOT ON MYFILE ARE MASKED TOO, WITH NO CHANGE TO WHERE THEIR    00006700
      *> RUNNING BALANCE ENDS                                           00006705
      *> ***************************************************************00006710
       3500-MASK-MYFILE.                                                00006720
           OPEN INPUT MYFILE                                            00006730
           IF FS-MYFILE NOT = "00"                                      00006740
              MOVE "REOPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE        00006750
              GO TO 9999-ABEND                                          00006760
           END-IF                                                       00006770
           OPEN OUTPUT MYF-IMAGE-FILE                                   00006780
           IF FS-MYF-IMAGE-FILE NOT = "00"                              00006790
              MOVE "OPEN FAILED ON MYF-IMAGE-FILE" TO WS-ABEND-MESSAGE  00006791
              GO TO 9999-ABEND                                          00006792
           END-IF                                                       00006793
           OPEN INPUT MYF-TRAN-FILE                                     00006794
           EVALUATE FS-MYF-TRAN-FILE                                    00006795
             WHEN "00"                                                  00006796
               CONTINUE                                                 00006797
             WHEN "35"                                                  00006798
               MOVE "MYFTRAN NOT FOUND" TO WS-ABEND-MESSAGE             00006799
               GO TO 9999-ABEND                                         00006800
             WHEN OTHER                                                 00006801
               MOVE "OPEN FAILED ON MYFTRAN" TO WS-ABEND-MESSAGE        00006802
               GO TO 9999-ABEND                                         00006803
           END-EVALUATE                                                 00006804
           OPEN OUTPUT MTR-IMAGE-FILE                                   00006805
           IF FS-MTR-IMAGE-FILE NOT = "00"                              00006806
              MOVE "OPEN FAILED ON MTR-IMAGE-FILE" TO WS-ABEND-MESSAGE  00006807
              GO TO 9999-ABEND                                          00006810
           END-IF                                                       00006820
           PERFORM 3710-READ-POSTING THRU 3710-EXIT                     00006825
           MOVE 'N' TO WS-EOF-SW                                        00006830
           PERFORM UNTIL WS-EOF                                         00006840
             READ MYFILE                                                00006850
             END-READ                                                   00006860
             EVALUATE FS-MYFILE                                         00006870
               WHEN "00"                                                00006880
                 PERFORM 3600-MASK-ACCOUNT THRU 3600-EXIT               00006890
               WHEN "10"                                                00006900
                 SET WS-EOF TO TRUE                                     00006910
               WHEN OTHER                                               00006920
                 DISPLAY "I/O ERROR READING MYFILE, STATUS: "           00006930
                   FS-MYFILE                                            00006940
                 SET WS-EOF TO TRUE                                     00006950
                 SET WS-IO-ERROR TO TRUE                                00006960
             END-EVALUATE                                               00006970
           END-PERFORM                                                  00006980
           MOVE ZEROES TO WS-HDR-ACCT                                   00006984
           PERFORM 3720-MASK-ACCT-POSTINGS THRU 3720-EXIT               00006988
              UNTIL WS-MTR-EOF                                          00006992
           MOVE 'TRL' TO FTR-TAG                                        00006996
           MOVE WS-MYF-WRITTEN TO FTR-REC-COUNT                         00007000
           MOVE WS-MYF-HASH-OUT TO FTR-AMOUNT-HASH                      00007010
           ACCEPT FTR-CREATE-DATE FROM DATE YYYYMMDD                    00007020
           ACCEPT FTR-CREATE-TIME FROM TIME                             00007030
           MOVE SPACES TO MYF-IMAGE-RECORD                              00007040
           MOVE WS-FEED-TRAILER TO MYF-IMAGE-RECORD (1:43)              00007050
           WRITE MYF-IMAGE-RECORD                                       00007060
           CLOSE MYFILE                                                 00007070
           CLOSE MYF-IMAGE-FILE                                         00007071
           MOVE 'TRL' TO FTR-TAG                                        00007072
           MOVE WS-MTR-WRITTEN TO FTR-REC-COUNT                         00007073
           MOVE WS-MTR-HASH-OUT TO FTR-AMOUNT-HASH                      00007074
           ACCEPT FTR-CREATE-DATE FROM DATE YYYYMMDD                    00007075
           ACCEPT FTR-CREATE-TIME FROM TIME                             00007076
           MOVE SPACES TO MTR-IMAGE-RECORD                              00007077
           MOVE WS-FEED-TRAILER TO MTR-IMAGE-RECORD (1:43)              00007078
           WRITE MTR-IMAGE-RECORD                                       00007079
           CLOSE MYF-TRAN-FILE                                          00007080
           CLOSE MTR-IMAGE-FILE.                                        00007081
       3500-EXIT.                                                       00007090
           EXIT.                                                        00007100
                                                                        00007110
       3600-MASK-ACCOUNT.                                               00007120
           ADD 1 TO WS-MYF-READ                                         00007130
           ADD MYFREC-ACCT-NO TO WS-MYF-HASH-IN                         00007140
           ADD MYFREC-AMOUNT TO WS-MYF-ORIG-TOTAL                       00007150
           PERFORM 6600-FIND-CELL THRU 6600-EXIT                        00007160
           PERFORM 6700-PERTURB-AMOUNT THRU 6700-EXIT                   00007170
           COMPUTE WS-NEW-AMOUNT = MYFREC-AMOUNT + WS-PERTURB           00007180
           IF MYFREC-ACCT-NO = TBL-CELL-BIG-ACCT (WS-CELL-HIT)          00007190
              SUBTRACT TBL-CELL-NET (WS-CELL-HIT) FROM WS-NEW-AMOUNT    00007200
           END-IF                                                       00007210
           COMPUTE WS-ACCT-DELTA = WS-NEW-AMOUNT - MYFREC-AMOUNT        00007216
           MOVE WS-NEW-AMOUNT TO MYFREC-AMOUNT                          00007222
           ADD MYFREC-AMOUNT TO TBL-CELL-MASKED (WS-CELL-HIT)           00007230
           ADD MYFREC-AMOUNT TO WS-MYF-MASKED-TOTAL                     00007240
                                                                        00007250
           MOVE MYFREC-TRAN-DATE TO WS-SD-DATE                          00007260
           PERFORM 6500-SHIFT-DATE THRU 6500-EXIT                       00007270
           MOVE WS-SD-DATE TO MYFREC-TRAN-DATE                          00007280
           MOVE MYFREC-EFF-DATE TO WS-SD-DATE                           00007290
           PERFORM 6500-SHIFT-DATE THRU 6500-EXIT                       00007300
           MOVE WS-SD-DATE TO MYFREC-EFF-DATE                           00007310
           MOVE MYFREC-STATUS-DATE TO WS-SD-DATE                        00007320
           PERFORM 6500-SHIFT-DATE THRU 6500-EXIT                       00007330
           MOVE WS-SD-DATE TO MYFREC-STATUS-DATE                        00007340
                                                                        00007350
           MOVE MYFREC-DESC TO WS-DESC-IN                               00007352
           PERFORM 6800-MASK-DESC THRU 6800-EXIT                        00007354
           MOVE WS-DESC-OUT TO MYFREC-DESC                              00007356
                                                                        00007358
           WRITE MYF-IMAGE-RECORD FROM MYFILE-RECORDS                   00007360
           IF FS-MYF-IMAGE-FILE NOT = "00"                              00007361
              DISPLAY "WRITE FAILED, MYF-IMAGE-FILE STATUS: "           00007362
                 FS-MYF-IMAGE-FILE                                      00007363
              SET WS-IO-ERROR TO TRUE                                   00007364
              GO TO 3600-EXIT                                           00007365
           END-IF                                                       00007366
           ADD 1 TO WS-MYF-WRITTEN                                      00007367
           ADD MYFREC-ACCT-NO TO WS-MYF-HASH-OUT                        00007368
           PERFORM 3700-MASK-LEDGER THRU 3700-EXIT.                     00007369
       3600-EXIT.                                                       00007370
           EXIT.                                                        00007371
                                                                        00007372
      *> ***************************************************************00007373
      *> THIS ACCOUNT'S POSTINGS, AFTER ANY FOR ACCOUNTS AHEAD OF IT    00007374
      *> THAT HAVE NO MYFILE HEADER.  THOSE MOVE BY NOTHING OVERALL     00007375
      *> ***************************************************************00007376
       3700-MASK-LEDGER.                                                00007377
           MOVE MYFREC-ACCT-NO TO WS-HDR-ACCT                           00007378
           PERFORM 3720-MASK-ACCT-POSTINGS THRU 3720-EXIT               00007379
              UNTIL WS-MTR-EOF                                          00007380
                 OR MTR-ACCT-NO OF MYF-TRAN-RECORD NOT < WS-HDR-ACCT    00007381
           IF NOT WS-MTR-EOF                                            00007382
              AND MTR-ACCT-NO OF MYF-TRAN-RECORD = WS-HDR-ACCT          00007383
              PERFORM 3720-MASK-ACCT-POSTINGS THRU 3720-EXIT            00007384
           END-IF.                                                      00007385
       3700-EXIT.                                                       00007386
           EXIT.                                                        00007387
                                                                        00007388
       3710-READ-POSTING.                                               00007389
           READ MYF-TRAN-FILE                                           00007390
           END-READ                                                     00007391
           EVALUATE FS-MYF-TRAN-FILE                                    00007392
             WHEN "00"                                                  00007393
               ADD 1 TO WS-MTR-READ                                     00007394
               ADD MTR-ACCT-NO OF MYF-TRAN-RECORD TO WS-MTR-HASH-IN     00007395
             WHEN "10"                                                  00007396
               SET WS-MTR-EOF TO TRUE                                   00007397
             WHEN OTHER                                                 00007398
               DISPLAY "I/O ERROR READING MYFTRAN, STATUS: "            00007399
                 FS-MYF-TRAN-FILE                                       00007400
               SET WS-MTR-EOF TO TRUE                                   00007401
               SET WS-IO-ERROR TO TRUE                                  00007402
           END-EVALUATE.                                                00007403
       3710-EXIT.                                                       00007404
           EXIT.                                                        00007405
                                                                        00007406
      *> ***************************************************************00007407
      *> ALL POSTINGS OF THE ACCOUNT NOW IN THE LEDGER BUFFER, WHICH    00007408
      *> MUST END WS-MTR-TARGET AWAY FROM WHERE IT DID IN PRODUCTION.   00007409
      *> EVERY POSTING BUT THE LAST MOVES BY THE ACCOUNT'S PERCENTAGE IN00007410
      *> THE HEADER'S DIRECTION; THE LAST TAKES UP WHAT IS LEFT, SO ITS 00007411
      *> BALANCE-AFTER LANDS ON THE MASKED HEADER BALANCE               00007412
      *> ***************************************************************00007413
       3720-MASK-ACCT-POSTINGS.                                         00007414
           MOVE MTR-ACCT-NO OF MYF-TRAN-RECORD TO WS-MTR-ACCT           00007415
           IF WS-MTR-ACCT = WS-HDR-ACCT                                 00007416
              MOVE WS-ACCT-DELTA TO WS-MTR-TARGET                       00007417
           ELSE                                                         00007418
              MOVE ZEROES TO WS-MTR-TARGET                              00007419
           END-IF                                                       00007420
           MOVE WS-MTR-ACCT TO WS-PCT-ACCT                              00007421
           PERFORM 6710-PICK-PERCENT THRU 6710-EXIT                     00007422
           MOVE ZEROES TO WS-MTR-CARRY                                  00007423
           PERFORM 3730-MASK-POSTING THRU 3730-EXIT                     00007424
              UNTIL WS-MTR-EOF                                          00007425
                 OR MTR-ACCT-NO OF MYF-TRAN-RECORD NOT = WS-MTR-ACCT    00007426
           IF WS-MTR-HELD                                               00007427
              COMPUTE WS-MTR-REMAINDER = WS-MTR-TARGET - WS-MTR-CARRY   00007428
              ADD WS-MTR-REMAINDER TO MTR-AMOUNT OF WS-HELD-POSTING     00007429
              ADD WS-MTR-REMAINDER                                      00007430
                 TO MTR-BALANCE-AFTER OF WS-HELD-POSTING                00007431
              PERFORM 3740-WRITE-HELD THRU 3740-EXIT                    00007432
           END-IF.                                                      00007433
       3720-EXIT.                                                       00007434
           EXIT.                                                        00007435
                                                                        00007436
       3730-MASK-POSTING.                                               00007437
           IF WS-MTR-HELD                                               00007438
              PERFORM 3740-WRITE-HELD THRU 3740-EXIT                    00007439
           END-IF                                                       00007440
           IF WS-MTR-ACCT NOT = WS-HDR-ACCT                             00007441
              ADD 1 TO WS-MTR-ORPHANS                                   00007442
           END-IF                                                       00007443
           MOVE MTR-AMOUNT OF MYF-TRAN-RECORD TO WS-ABS-AMOUNT          00007444
           COMPUTE WS-PERTURB ROUNDED =                                 00007445
              WS-ABS-AMOUNT * WS-PERTURB-PCT / 100                      00007446
           IF WS-MTR-TARGET < ZEROES                                    00007447
              COMPUTE WS-PERTURB = ZEROES - WS-PERTURB                  00007448
           END-IF                                                       00007449
           ADD WS-PERTURB TO WS-MTR-CARRY                               00007450
           ADD WS-PERTURB TO MTR-AMOUNT OF MYF-TRAN-RECORD              00007451
           ADD WS-MTR-CARRY TO MTR-BALANCE-AFTER OF MYF-TRAN-RECORD     00007452
                                                                        00007453
           MOVE MTR-TRAN-DATE OF MYF-TRAN-RECORD TO WS-SD-DATE          00007454
           PERFORM 6500-SHIFT-DATE THRU 6500-EXIT                       00007455
           MOVE WS-SD-DATE TO MTR-TRAN-DATE OF MYF-TRAN-RECORD          00007456
           MOVE MTR-EFF-DATE OF MYF-TRAN-RECORD TO WS-SD-DATE           00007457
           PERFORM 6500-SHIFT-DATE THRU 6500-EXIT                       00007458
           MOVE WS-SD-DATE TO MTR-EFF-DATE OF MYF-TRAN-RECORD           00007459
           MOVE MTR-POST-DATE OF MYF-TRAN-RECORD TO WS-SD-DATE          00007460
           PERFORM 6500-SHIFT-DATE THRU 6500-EXIT                       00007461
           MOVE WS-SD-DATE TO MTR-POST-DATE OF MYF-TRAN-RECORD          00007462
           MOVE MTR-DESC OF MYF-TRAN-RECORD TO WS-DESC-IN               00007463
           PERFORM 6800-MASK-DESC THRU 6800-EXIT                        00007464
           MOVE WS-DESC-OUT TO MTR-DESC OF MYF-TRAN-RECORD              00007465
                                                                        00007466
           MOVE MYF-TRAN-RECORD TO WS-HELD-POSTING                      00007467
           SET WS-MTR-HELD TO TRUE                                      00007468
           PERFORM 3710-READ-POSTING THRU 3710-EXIT.                    00007469
       3730-EXIT.                                                       00007470
           EXIT.                                                        00007471
                                                                        00007472
       3740-WRITE-HELD.                                                 00007473
           MOVE 'N' TO WS-MTR-HELD-SW                                   00007474
           WRITE MTR-IMAGE-RECORD FROM WS-HELD-POSTING                  00007475
           IF FS-MTR-IMAGE-FILE NOT = "00"                              00007476
              DISPLAY "WRITE FAILED, MTR-IMAGE-FILE STATUS: "           00007477
                 FS-MTR-IMAGE-FILE                                      00007478
              SET WS-IO-ERROR TO TRUE                                   00007479
              GO TO 3740-EXIT                                           00007480
           END-IF                                                       00007481
           ADD 1 TO WS-MTR-WRITTEN                                      00007482
           ADD MTR-ACCT-NO OF WS-HELD-POSTING TO WS-MTR-HASH-OUT.       00007483
       3740-EXIT.                                                       00007484
           EXIT.                                                        00007485
                                                                        00007486
      *> ***************************************************************00007487
      *> ACCTXREF: ONLY THE EFFECTIVE DATE CHANGES, BOTH KEYS STAY      00007490
      *> ***************************************************************00007500
       4000-MASK-XREF.                                                  00007510
           OPEN INPUT XREF-IN-FILE                                      00007520
           EVALUATE FS-XREF-IN-FILE                                     00007530
             WHEN "00"                                                  00007540
               CONTINUE                                                 00007550
             WHEN "35"                                                  00007560
               MOVE "ACCTXREF NOT FOUND" TO WS-ABEND-MESSAGE            00007570
               GO TO 9999-ABEND                                         00007580
             WHEN OTHER                                                 00007590
               MOVE "OPEN FAILED ON ACCTXREF" TO WS-ABEND-MESSAGE       00007600
               GO TO 9999-ABEND                                         00007610
           END-EVALUATE                                                 00007620
           OPEN OUTPUT XREF-OUT-FILE                                    00007630
           IF FS-XREF-OUT-FILE NOT = "00"                               00007640
              MOVE "OPEN FAILED ON XREF-OUT-FILE" TO WS-ABEND-MESSAGE   00007650
              GO TO 9999-ABEND                                          00007660
           END-IF                                                       00007670
           MOVE 'N' TO WS-EOF-SW                                        00007680
           PERFORM UNTIL WS-EOF                                         00007690
             READ XREF-IN-FILE                                          00007700
             END-READ                                                   00007710
             EVALUATE FS-XREF-IN-FILE                                   00007720
               WHEN "00"                                                00007730
                 PERFORM 4100-MASK-XREF-LINK THRU 4100-EXIT             00007740
               WHEN "10"                                                00007750
                 SET WS-EOF TO TRUE                                     00007760
               WHEN OTHER                                               00007770
                 DISPLAY "I/O ERROR READING ACCTXREF, STATUS: "         00007780
                   FS-XREF-IN-FILE                                      00007790
                 SET WS-EOF TO TRUE                                     00007800
                 SET WS-IO-ERROR TO TRUE                                00007810
             END-EVALUATE                                               00007820
           END-PERFORM                                                  00007830
           CLOSE XREF-IN-FILE                                           00007840
           CLOSE XREF-OUT-FILE.                                         00007850
       4000-EXIT.                                                       00007860
           EXIT.                                                        00007870
                                                                        00007880
       4100-MASK-XREF-LINK.                                             00007890
           ADD 1 TO WS-XREF-READ                                        00007900
           ADD AXR-ACCT-NO TO WS-XREF-HASH-IN                           00007910
           MOVE AXR-EFF-DATE TO WS-SD-DATE                              00007920
           PERFORM 6500-SHIFT-DATE THRU 6500-EXIT                       00007930
           MOVE WS-SD-DATE TO AXR-EFF-DATE                              00007940
           WRITE XREF-OUT-RECORD FROM ACCT-XREF-RECORD                  00007950
           IF FS-XREF-OUT-FILE NOT = "00"                               00007960
              DISPLAY "WRITE FAILED, XREF-OUT-FILE STATUS: "            00007970
                 FS-XREF-OUT-FILE                                       00007980
              SET WS-IO-ERROR TO TRUE                                   00007990
              GO TO 4100-EXIT                                           00008000
           END-IF                                                       00008010
           ADD 1 TO WS-XREF-WRITTEN                                     00008020
           ADD AXR-ACCT-NO TO WS-XREF-HASH-OUT.                         00008030
       4100-EXIT.                                                       00008040
           EXIT.                                                        00008050
                                                                        00008060
      *> ***************************************************************00008070
      *> CONDI APPLICANTS: THE ONE-FIELD NAME                           00008080
      *> ***************************************************************00008090
       4500-MASK-APPLICANTS.                                            00008100
           OPEN INPUT APPL-IN-FILE                                      00008110
           EVALUATE FS-APPL-IN-FILE                                     00008120
             WHEN "00"                                                  00008130
               CONTINUE                                                 00008140
             WHEN "35"                                                  00008150
               MOVE "APPLICANT FILE NOT FOUND" TO WS-ABEND-MESSAGE      00008160
               GO TO 9999-ABEND                                         00008170
             WHEN OTHER                                                 00008180
               MOVE "OPEN FAILED ON APPL-IN-FILE" TO WS-ABEND-MESSAGE   00008190
               GO TO 9999-ABEND                                         00008200
           END-EVALUATE                                                 00008210
           OPEN OUTPUT APPL-OUT-FILE                                    00008220
           IF FS-APPL-OUT-FILE NOT = "00"                               00008230
              MOVE "OPEN FAILED ON APPL-OUT-FILE" TO WS-ABEND-MESSAGE   00008240
              GO TO 9999-ABEND                                          00008250
           END-IF                                                       00008260
           MOVE 'N' TO WS-EOF-SW                                        00008270
           PERFORM UNTIL WS-EOF                                         00008280
             READ APPL-IN-FILE                                          00008290
             END-READ                                                   00008300
             EVALUATE FS-APPL-IN-FILE                                   00008310
               WHEN "00"                                                00008320
                 PERFORM 4600-MASK-APPLICANT THRU 4600-EXIT             00008330
               WHEN "10"                                                00008340
                 SET WS-EOF TO TRUE                                     00008350
               WHEN OTHER                                               00008360
                 DISPLAY "I/O ERROR READING APPL-IN-FILE, STATUS: "     00008370
                   FS-APPL-IN-FILE                                      00008380
                 SET WS-EOF TO TRUE                                     00008390
                 SET WS-IO-ERROR TO TRUE                                00008400
             END-EVALUATE                                               00008410
           END-PERFORM                                                  00008420
           CLOSE APPL-IN-FILE                                           00008430
           CLOSE APPL-OUT-FILE.                                         00008440
       4500-EXIT.                                                       00008450
           EXIT.                                                        00008460
                                                                        00008470
       4600-MASK-APPLICANT.                                             00008480
           ADD 1 TO WS-APPL-READ                                        00008490
           ADD APPL-ID TO WS-APPL-HASH-IN                               00008500
           MOVE APPL-NAME TO WS-FULL-IN                                 00008510
           PERFORM 6200-MASK-FULL-NAME THRU 6200-EXIT                   00008520
           MOVE WS-FULL-OUT TO APPL-NAME                                00008530
           WRITE APPL-OUT-RECORD FROM APPLICANT-RECORD                  00008540
           IF FS-APPL-OUT-FILE NOT = "00"                               00008550
              DISPLAY "WRITE FAILED, APPL-OUT-FILE STATUS: "            00008560
                 FS-APPL-OUT-FILE                                       00008570
              SET WS-IO-ERROR TO TRUE                                   00008580
              GO TO 4600-EXIT                                           00008590
           END-IF                                                       00008600
           ADD 1 TO WS-APPL-WRITTEN                                     00008610
           ADD APPL-ID TO WS-APPL-HASH-OUT.                             00008620
       4600-EXIT.                                                       00008630
           EXIT.                                                        00008640
                                                                        00008650
      *> ***************************************************************00008660
      *> STUDENT MASTER: THE NAME AND THE STATUS DATE                   00008670
      *> ***************************************************************00008680
       5000-MASK-STUDENTS.                                              00008690
           OPEN INPUT STUD-IN-FILE                                      00008700
           EVALUATE FS-STUD-IN-FILE                                     00008710
             WHEN "00"                                                  00008720
               CONTINUE                                                 00008730
             WHEN "35"                                                  00008740
               MOVE "STUDENT MASTER NOT FOUND" TO WS-ABEND-MESSAGE      00008750
               GO TO 9999-ABEND                                         00008760
             WHEN OTHER                                                 00008770
               MOVE "OPEN FAILED ON STUD-IN-FILE" TO WS-ABEND-MESSAGE   00008780
               GO TO 9999-ABEND                                         00008790
           END-EVALUATE                                                 00008800
           OPEN OUTPUT STUD-OUT-FILE                                    00008810
           IF FS-STUD-OUT-FILE NOT = "00"                               00008820
              MOVE "OPEN FAILED ON STUD-OUT-FILE" TO WS-ABEND-MESSAGE   00008830
              GO TO 9999-ABEND                                          00008840
           END-IF                                                       00008850
           MOVE 'N' TO WS-EOF-SW                                        00008860
           PERFORM UNTIL WS-EOF                                         00008870
             READ STUD-IN-FILE                                          00008880
             END-READ                                                   00008890
             EVALUATE FS-STUD-IN-FILE                                   00008900
               WHEN "00"                                                00008910
                 PERFORM 5100-MASK-STUDENT THRU 5100-EXIT               00008920
               WHEN "10"                                                00008930
                 SET WS-EOF TO TRUE                                     00008940
               WHEN OTHER                                               00008950
                 DISPLAY "I/O ERROR READING STUD-IN-FILE, STATUS: "     00008960
                   FS-STUD-IN-FILE                                      00008970
                 SET WS-EOF TO TRUE                                     00008980
                 SET WS-IO-ERROR TO TRUE                                00008990
             END-EVALUATE                                               00009000
           END-PERFORM                                                  00009010
           CLOSE STUD-IN-FILE                                           00009020
           CLOSE STUD-OUT-FILE.                                         00009030
       5000-EXIT.                                                       00009040
           EXIT.                                                        00009050
                                                                        00009060
       5100-MASK-STUDENT.                                               00009070
           ADD 1 TO WS-STUD-READ                                        00009080
           ADD STUD-ID TO WS-STUD-HASH-IN                               00009090
           MOVE STUD-NAME TO WS-FULL-IN                                 00009100
           PERFORM 6200-MASK-FULL-NAME THRU 6200-EXIT                   00009110
           MOVE WS-FULL-OUT TO STUD-NAME                                00009120
           MOVE STUD-STATUS-DATE TO WS-SD-DATE                          00009130
           PERFORM 6500-SHIFT-DATE THRU 6500-EXIT                       00009140
           MOVE WS-SD-DATE TO STUD-STATUS-DATE                          00009150
           WRITE STUD-OUT-RECORD FROM STUDENT-MASTER-RECORD             00009160
           IF FS-STUD-OUT-FILE NOT = "00"                               00009170
              DISPLAY "WRITE FAILED, STUD-OUT-FILE STATUS: "            00009180
                 FS-STUD-OUT-FILE                                       00009190
              SET WS-IO-ERROR TO TRUE                                   00009200
              GO TO 5100-EXIT                                           00009210
           END-IF                                                       00009220
           ADD 1 TO WS-STUD-WRITTEN                                     00009230
           ADD STUD-ID TO WS-STUD-HASH-OUT.                             00009240
       5100-EXIT.                                                       00009250
           EXIT.                                                        00009260
                                                                        00009270
      *> ***************************************************************00009280
      *> HASH WS-HASH-TEXT INTO WS-HASH-VALUE, STARTING FROM THE SEED   00009290
      *> ***************************************************************00009300
       6000-HASH-TEXT.                                                  00009310
           MOVE WS-MASK-SEED TO WS-HASH-VALUE                           00009320
           PERFORM 6010-HASH-BYTE THRU 6010-EXIT                        00009330
              VARYING WS-HASH-SUB FROM 1 BY 1                           00009340
              UNTIL WS-HASH-SUB > 30.                                   00009350
       6000-EXIT.                                                       00009360
           EXIT.                                                        00009370
                                                                        00009380
       6010-HASH-BYTE.                                                  00009390
           MOVE ZEROES TO WS-CHAR-CODE                                  00009400
           MOVE LOW-VALUE TO WS-CHAR-HIGH                               00009410
           MOVE WS-HASH-BYTE (WS-HASH-SUB) TO WS-CHAR-LOW               00009420
           COMPUTE WS-HASH-WORK =                                       00009430
              (WS-HASH-VALUE * 37) + WS-CHAR-CODE + 1                   00009440
           DIVIDE WS-HASH-WORK BY WS-HASH-PRIME GIVING WS-HASH-QUOT     00009450
              REMAINDER WS-HASH-VALUE.                                  00009460
       6010-EXIT.                                                       00009470
           EXIT.                                                        00009480
                                                                        00009490
      *> ***************************************************************00009500
      *> FIRST AND LAST NAMES: WS-NAME-IN TO WS-NAME-OUT.  A BLANK NAME 00009510
      *> STAYS BLANK                                                    00009520
      *> ***************************************************************00009530
       6100-MASK-FIRST-NAME.                                            00009540
           MOVE SPACES TO WS-NAME-OUT                                   00009550
           IF WS-NAME-IN = SPACES                                       00009560
              GO TO 6100-EXIT                                           00009570
           END-IF                                                       00009580
           MOVE WS-NAME-IN TO WS-HASH-TEXT                              00009590
           PERFORM 6000-HASH-TEXT THRU 6000-EXIT                        00009600
           DIVIDE WS-HASH-VALUE BY 40 GIVING WS-PICK-QUOT               00009610
              REMAINDER WS-PICK-REM                                     00009620
           ADD 1 TO WS-PICK-REM                                         00009630
           MOVE WS-FAKE-FIRST (WS-PICK-REM) TO WS-NAME-OUT.             00009640
       6100-EXIT.                                                       00009650
           EXIT.                                                        00009660
                                                                        00009670
       6150-MASK-LAST-NAME.                                             00009680
           MOVE SPACES TO WS-NAME-OUT                                   00009690
           IF WS-NAME-IN = SPACES                                       00009700
              GO TO 6150-EXIT                                           00009710
           END-IF                                                       00009720
           MOVE WS-NAME-IN TO WS-HASH-TEXT                              00009730
           PERFORM 6000-HASH-TEXT THRU 6000-EXIT                        00009740
           DIVIDE WS-HASH-VALUE BY 40 GIVING WS-PICK-QUOT               00009750
              REMAINDER WS-PICK-REM                                     00009760
           ADD 1 TO WS-PICK-REM                                         00009770
           MOVE WS-FAKE-LAST (WS-PICK-REM) TO WS-NAME-OUT.              00009780
       6150-EXIT.                                                       00009790
           EXIT.                                                        00009800
                                                                        00009810
      *> ***************************************************************00009820
      *> ONE-FIELD "FIRST LAST" NAME: WS-FULL-IN TO WS-FULL-OUT         00009830
      *> ***************************************************************00009840
       6200-MASK-FULL-NAME.                                             00009850
           MOVE SPACES TO WS-FULL-OUT                                   00009860
           MOVE SPACES TO WS-SPLIT-FIRST                                00009870
           MOVE SPACES TO WS-SPLIT-LAST                                 00009880
           IF WS-FULL-IN = SPACES                                       00009890
              GO TO 6200-EXIT                                           00009900
           END-IF                                                       00009910
           MOVE 1 TO WS-SPLIT-PTR                                       00009920
           UNSTRING WS-FULL-IN DELIMITED BY ALL SPACE                   00009930
              INTO WS-SPLIT-FIRST                                       00009940
              WITH POINTER WS-SPLIT-PTR                                 00009950
           END-UNSTRING                                                 00009960
           IF WS-SPLIT-PTR < 21                                         00009970
              MOVE WS-FULL-IN (WS-SPLIT-PTR:) TO WS-SPLIT-LAST          00009980
           END-IF                                                       00009990
           MOVE WS-SPLIT-FIRST TO WS-NAME-IN                            00010000
           PERFORM 6100-MASK-FIRST-NAME THRU 6100-EXIT                  00010010
           MOVE WS-NAME-OUT TO WS-MASK-FIRST                            00010020
           MOVE WS-SPLIT-LAST TO WS-NAME-IN                             00010030
           PERFORM 6150-MASK-LAST-NAME THRU 6150-EXIT                   00010040
           MOVE WS-NAME-OUT TO WS-MASK-LAST                             00010050
           IF WS-MASK-LAST = SPACES                                     00010060
              MOVE WS-MASK-FIRST TO WS-FULL-OUT                         00010070
           ELSE                                                         00010080
              STRING WS-MASK-FIRST DELIMITED BY SPACE                   00010090
                 ' ' DELIMITED BY SIZE                                  00010100
                 WS-MASK-LAST DELIMITED BY SPACE                        00010110
                 INTO WS-FULL-OUT                                       00010120
              END-STRING                                                00010130
           END-IF.                                                      00010140
       6200-EXIT.                                                       00010150
           EXIT.                                                        00010160
                                                                        00010170
      *> ***************************************************************00010180
      *> CUSTOMER ADDRESS.  EACH LINE MASKS ON ITS OWN TEXT ALONE, SO   00010190
      *> CUSTOMERS WHO SHARED AN ADDRESS STILL SHARE ONE AND THE        00010200
      *> HOUSEHOLD BUILD GROUPS THEM THE SAME WAY.  THE STATE AND THE   00010210
      *> FIRST THREE ZIP DIGITS ARE KEPT FOR THE STATE-DRIVEN RULES     00010220
      *> ***************************************************************00010230
       6300-MASK-ADDRESS.                                               00010240
           IF CUST-ADDR-LINE1 OF CUST-MASTER-RECORD NOT = SPACES        00010250
              MOVE CUST-ADDR-LINE1 OF CUST-MASTER-RECORD                00010260
                 TO WS-HASH-TEXT                                        00010270
              PERFORM 6000-HASH-TEXT THRU 6000-EXIT                     00010280
              DIVIDE WS-HASH-VALUE BY 9000 GIVING WS-PICK-QUOT          00010290
                 REMAINDER WS-PICK-REM                                  00010300
              COMPUTE WS-HOUSE-NO = WS-PICK-REM + 1000                  00010310
              DIVIDE WS-PICK-QUOT BY 20 GIVING WS-PICK-QUOT-2           00010320
                 REMAINDER WS-PICK-REM                                  00010330
              ADD 1 TO WS-PICK-REM                                      00010340
              DIVIDE WS-PICK-QUOT-2 BY 8 GIVING WS-PICK-QUOT            00010350
                 REMAINDER WS-PICK-REM-2                                00010360
              ADD 1 TO WS-PICK-REM-2                                    00010370
              MOVE SPACES TO CUST-ADDR-LINE1 OF CUST-MASTER-RECORD      00010380
              STRING WS-HOUSE-NO DELIMITED BY SIZE                      00010390
                 ' ' DELIMITED BY SIZE                                  00010400
                 WS-FAKE-STREET (WS-PICK-REM) DELIMITED BY SPACE        00010410
                 ' ' DELIMITED BY SIZE                                  00010420
                 WS-FAKE-SUFFIX (WS-PICK-REM-2) DELIMITED BY SPACE      00010430
                 INTO CUST-ADDR-LINE1 OF CUST-MASTER-RECORD             00010440
              END-STRING                                                00010450
           END-IF                                                       00010460
           IF CUST-ADDR-LINE2 OF CUST-MASTER-RECORD NOT = SPACES        00010470
              MOVE CUST-ADDR-LINE2 OF CUST-MASTER-RECORD                00010480
                 TO WS-HASH-TEXT                                        00010490
              PERFORM 6000-HASH-TEXT THRU 6000-EXIT                     00010500
              DIVIDE WS-HASH-VALUE BY 900 GIVING WS-PICK-QUOT           00010510
                 REMAINDER WS-PICK-REM                                  00010520
              COMPUTE WS-APT-NO = WS-PICK-REM + 100                     00010530
              MOVE SPACES TO CUST-ADDR-LINE2 OF CUST-MASTER-RECORD      00010540
              STRING 'APT ' WS-APT-NO DELIMITED BY SIZE                 00010550
                 INTO CUST-ADDR-LINE2 OF CUST-MASTER-RECORD             00010560
              END-STRING                                                00010570
           END-IF                                                       00010580
           IF CUST-CITY OF CUST-MASTER-RECORD NOT = SPACES              00010590
              MOVE CUST-CITY OF CUST-MASTER-RECORD TO WS-HASH-TEXT      00010600
              PERFORM 6000-HASH-TEXT THRU 6000-EXIT                     00010610
              DIVIDE WS-HASH-VALUE BY 20 GIVING WS-PICK-QUOT            00010620
                 REMAINDER WS-PICK-REM                                  00010630
              ADD 1 TO WS-PICK-REM                                      00010640
              MOVE WS-FAKE-CITY (WS-PICK-REM)                           00010650
                 TO CUST-CITY OF CUST-MASTER-RECORD                     00010660
           END-IF                                                       00010670
           IF CUST-ZIP OF CUST-MASTER-RECORD (1:5) NUMERIC              00010680
              MOVE CUST-ZIP OF CUST-MASTER-RECORD (1:5) TO WS-HASH-TEXT 00010690
              PERFORM 6000-HASH-TEXT THRU 6000-EXIT                     00010700
              DIVIDE WS-HASH-VALUE BY 100 GIVING WS-PICK-QUOT           00010710
                 REMAINDER WS-PICK-REM                                  00010720
              MOVE WS-PICK-REM TO WS-ZIP-TAIL                           00010730
              MOVE WS-ZIP-TAIL TO CUST-ZIP OF CUST-MASTER-RECORD (4:2)  00010740
              MOVE SPACES TO CUST-ZIP OF CUST-MASTER-RECORD (6:5)       00010750
           END-IF.                                                      00010760
       6300-EXIT.                                                       00010770
           EXIT.                                                        00010780
                                                                        00010790
      *> ***************************************************************00010800
      *> TIN: SAME TYPE, A NUMBER THAT PASSES THE ISSUANCE EDIT AND IS  00010810
      *> NOT THE REAL ONE.  AN ITIN KEEPS ITS LEADING 9.  NO TIN STAYS  00010820
      *> NO TIN                                                         00010830
      *> ***************************************************************00010840
       6400-MASK-TIN.                                                   00010850
           IF CUST-TIN-NONE OF CUST-MASTER-RECORD                       00010860
              OR CUST-TIN OF CUST-MASTER-RECORD = ZEROES                00010870
              GO TO 6400-EXIT                                           00010880
           END-IF                                                       00010890
           MOVE CUST-TIN OF CUST-MASTER-RECORD TO WS-TIN-ORIGINAL       00010900
           MOVE CUST-TIN-TYPE OF CUST-MASTER-RECORD TO WS-TIN-TYPE      00010910
           MOVE SPACES TO WS-HASH-TEXT                                  00010920
           MOVE WS-TIN-ORIGINAL TO WS-HASH-TEXT (1:9)                   00010930
           MOVE WS-TIN-TYPE TO WS-HASH-TEXT (10:1)                      00010940
           PERFORM 6000-HASH-TEXT THRU 6000-EXIT                        00010950
           MOVE 'N' TO WS-TIN-OK-SW                                     00010960
           MOVE ZEROES TO WS-TIN-TRIES                                  00010970
           PERFORM 6410-TRY-TIN THRU 6410-EXIT                          00010980
              UNTIL WS-TIN-OK                                           00010990
                 OR WS-TIN-TRIES NOT < WS-TIN-MAX-TRIES                 00011000
           IF WS-TIN-OK                                                 00011010
              MOVE WS-TIN-NUM TO CUST-TIN OF CUST-MASTER-RECORD         00011020
              ADD 1 TO WS-TIN-MASKED                                    00011030
           ELSE                                                         00011040
              MOVE ZEROES TO CUST-TIN OF CUST-MASTER-RECORD             00011050
              MOVE SPACE TO CUST-TIN-TYPE OF CUST-MASTER-RECORD         00011060
              ADD 1 TO WS-TIN-CLEARED                                   00011070
           END-IF.                                                      00011080
       6400-EXIT.                                                       00011090
           EXIT.                                                        00011100
                                                                        00011110
       6410-TRY-TIN.                                                    00011120
           ADD 1 TO WS-TIN-TRIES                                        00011130
           MOVE WS-HASH-VALUE TO WS-TIN-NUM                             00011140
           IF WS-TIN-ITIN                                               00011150
              DIVIDE WS-TIN-AREA BY 100 GIVING WS-PICK-QUOT             00011160
                 REMAINDER WS-PICK-REM                                  00011170
              COMPUTE WS-TIN-AREA = WS-PICK-REM + 900                   00011180
           END-IF                                                       00011190
           PERFORM 8300-EDIT-TIN THRU 8300-EXIT                         00011200
           IF WS-TIN-OK                                                 00011210
              AND WS-TIN-NUM = WS-TIN-ORIGINAL                          00011220
              MOVE 'N' TO WS-TIN-OK-SW                                  00011230
           END-IF                                                       00011240
           IF NOT WS-TIN-OK                                             00011250
              COMPUTE WS-HASH-WORK = (WS-HASH-VALUE * 37) + 7           00011260
              DIVIDE WS-HASH-WORK BY WS-HASH-PRIME GIVING WS-HASH-QUOT  00011270
                 REMAINDER WS-HASH-VALUE                                00011280
           END-IF.                                                      00011290
       6410-EXIT.                                                       00011300
           EXIT.                                                        00011310
                                                                        00011320
      *> ***************************************************************00011330
      *> MOVE WS-SD-DATE BACK BY THE SHIFT.  A ZERO OR UNREADABLE DATE  00011340
      *> IS LEFT AS IT IS                                               00011350
      *> ***************************************************************00011360
       6500-SHIFT-DATE.                                                 00011370
           IF WS-SD-DATE NOT NUMERIC                                    00011380
              OR WS-SD-DATE = ZEROES                                    00011390
              OR WS-SD-MM < 1 OR WS-SD-MM > 12                          00011400
              OR WS-SD-DD < 1 OR WS-SD-DD > 31                          00011410
              OR WS-SD-YYYY < 1601                                      00011420
              ADD 1 TO WS-DATES-LEFT                                    00011430
              GO TO 6500-EXIT                                           00011440
           END-IF                                                       00011450
           MOVE WS-SHIFT-DAYS TO WS-SD-DAYS-LEFT                        00011460
           PERFORM 6510-STEP-BACK THRU 6510-EXIT                        00011470
              UNTIL WS-SD-DAYS-LEFT = ZEROES                            00011480
           ADD 1 TO WS-DATES-SHIFTED.                                   00011490
       6500-EXIT.                                                       00011500
           EXIT.                                                        00011510
                                                                        00011520
       6510-STEP-BACK.                                                  00011530
           IF WS-SD-DD > WS-SD-DAYS-LEFT                                00011540
              SUBTRACT WS-SD-DAYS-LEFT FROM WS-SD-DD                    00011550
              MOVE ZEROES TO WS-SD-DAYS-LEFT                            00011560
              GO TO 6510-EXIT                                           00011570
           END-IF                                                       00011580
           SUBTRACT WS-SD-DD FROM WS-SD-DAYS-LEFT                       00011590
           IF WS-SD-MM = 1                                              00011600
              MOVE 12 TO WS-SD-MM                                       00011610
              SUBTRACT 1 FROM WS-SD-YYYY                                00011620
           ELSE                                                         00011630
              SUBTRACT 1 FROM WS-SD-MM                                  00011640
           END-IF                                                       00011650
           MOVE WS-DAYS-IN-MONTH (WS-SD-MM) TO WS-SD-MONTH-DAYS         00011660
           IF WS-SD-MM = 2                                              00011670
              PERFORM 6520-CHECK-LEAP-YEAR THRU 6520-EXIT               00011680
              IF WS-SD-LEAP-YEAR                                        00011690
                 ADD 1 TO WS-SD-MONTH-DAYS                              00011700
              END-IF                                                    00011710
           END-IF                                                       00011720
           MOVE WS-SD-MONTH-DAYS TO WS-SD-DD.                           00011730
       6510-EXIT.                                                       00011740
           EXIT.                                                        00011750
                                                                        00011760
       6520-CHECK-LEAP-YEAR.                                            00011770
           MOVE 'N' TO WS-SD-LEAP-SW                                    00011780
           DIVIDE WS-SD-YYYY BY 4 GIVING WS-SD-LEAP-QUOT                00011790
              REMAINDER WS-SD-LEAP-REM                                  00011800
           IF WS-SD-LEAP-REM = 0                                        00011810
              DIVIDE WS-SD-YYYY BY 100 GIVING WS-SD-LEAP-QUOT           00011820
                 REMAINDER WS-SD-LEAP-REM                               00011830
              IF WS-SD-LEAP-REM = 0                                     00011840
                 DIVIDE WS-SD-YYYY BY 400 GIVING WS-SD-LEAP-QUOT        00011850
                    REMAINDER WS-SD-LEAP-REM                            00011860
                 IF WS-SD-LEAP-REM = 0                                  00011870
                    SET WS-SD-LEAP-YEAR TO TRUE                         00011880
                 END-IF                                                 00011890
              ELSE                                                      00011900
                 SET WS-SD-LEAP-YEAR TO TRUE                            00011910
              END-IF                                                    00011920
           END-IF.                                                      00011930
       6520-EXIT.                                                       00011940
           EXIT.                                                        00011950
                                                                        00011960
      *> ***************************************************************00011970
      *> THE BRANCH/CURRENCY CELL FOR THE CURRENT MYFILE RECORD, ADDED  00011980
      *> ON FIRST SIGHT IN THE PLANNING PASS.  A CELL THE PLANNING PASS 00011990
      *> NEVER SAW MEANS MYFILE CHANGED BETWEEN PASSES                  00012000
      *> ***************************************************************00012010
       6600-FIND-CELL.                                                  00012020
           MOVE ZEROES TO WS-CELL-HIT                                   00012030
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1                      00012040
                   UNTIL WS-CELL-SUB > WS-CELL-COUNT                    00012050
                      OR WS-CELL-HIT > 0                                00012060
             IF TBL-CELL-BRANCH (WS-CELL-SUB) = MYFREC-BRANCH-CD        00012070
                AND TBL-CELL-CURR (WS-CELL-SUB) = MYFREC-CURR-CD        00012080
                MOVE WS-CELL-SUB TO WS-CELL-HIT                         00012090
             END-IF                                                     00012100
           END-PERFORM                                                  00012110
           IF WS-CELL-HIT > 0                                           00012120
              GO TO 6600-EXIT                                           00012130
           END-IF                                                       00012140
           IF WS-MYF-READ > 0                                           00012150
              MOVE "MYFILE CHANGED DURING THE MASKING RUN"              00012160
                 TO WS-ABEND-MESSAGE                                    00012170
              GO TO 9999-ABEND                                          00012180
           END-IF                                                       00012190
           IF WS-CELL-COUNT NOT < WS-CELL-MAX                           00012200
              MOVE "BRANCH/CURRENCY TABLE FULL" TO WS-ABEND-MESSAGE     00012210
              GO TO 9999-ABEND                                          00012220
           END-IF                                                       00012230
           ADD 1 TO WS-CELL-COUNT                                       00012240
           MOVE WS-CELL-COUNT TO WS-CELL-HIT                            00012250
           MOVE MYFREC-BRANCH-CD TO TBL-CELL-BRANCH (WS-CELL-HIT)       00012260
           MOVE MYFREC-CURR-CD TO TBL-CELL-CURR (WS-CELL-HIT)           00012270
           MOVE ZEROES TO TBL-CELL-COUNT (WS-CELL-HIT)                  00012280
           MOVE ZEROES TO TBL-CELL-ORIG (WS-CELL-HIT)                   00012290
           MOVE ZEROES TO TBL-CELL-MASKED (WS-CELL-HIT)                 00012300
           MOVE ZEROES TO TBL-CELL-CARRY (WS-CELL-HIT)                  00012310
           MOVE ZEROES TO TBL-CELL-NET (WS-CELL-HIT)                    00012320
           MOVE ZEROES TO TBL-CELL-BIG-ACCT (WS-CELL-HIT)               00012330
           MOVE ZEROES TO TBL-CELL-BIG-AMT (WS-CELL-HIT).               00012340
       6600-EXIT.                                                       00012350
           EXIT.                                                        00012360
                                                                        00012370
      *> ***************************************************************00012380
      *> 1 TO 9 PERCENT OF THE BALANCE, THE PERCENTAGE FROM THE HASHED  00012390
      *> ACCOUNT NUMBER.  THE DIRECTION ALWAYS PULLS THE CELL'S RUNNING 00012400
      *> NET BACK TOWARD ZERO, SO THE NET NEVER EXCEEDS THE LARGEST     00012410
      *> SINGLE PERTURBATION IN THE CELL                                00012420
      *> ***************************************************************00012430
       6700-PERTURB-AMOUNT.                                             00012440
           MOVE ZEROES TO WS-PERTURB                                    00012450
           MOVE MYFREC-AMOUNT TO WS-ABS-AMOUNT                          00012460
           IF WS-ABS-AMOUNT = ZEROES                                    00012470
              GO TO 6700-EXIT                                           00012480
           END-IF                                                       00012490
           MOVE MYFREC-ACCT-NO TO WS-PCT-ACCT                           00012510
           PERFORM 6710-PICK-PERCENT THRU 6710-EXIT                     00012530
           COMPUTE WS-PERTURB ROUNDED =                                 00012550
              WS-ABS-AMOUNT * WS-PERTURB-PCT / 100                      00012570
           IF TBL-CELL-CARRY (WS-CELL-HIT) > ZEROES                     00012580
              COMPUTE WS-PERTURB = ZEROES - WS-PERTURB                  00012590
           END-IF                                                       00012600
           ADD WS-PERTURB TO TBL-CELL-CARRY (WS-CELL-HIT).              00012601
       6700-EXIT.                                                       00012602
           EXIT.                                                        00012603
                                                                        00012604
       6710-PICK-PERCENT.                                               00012605
           MOVE SPACES TO WS-HASH-TEXT                                  00012606
           MOVE WS-PCT-ACCT TO WS-HASH-TEXT (1:9)                       00012607
           PERFORM 6000-HASH-TEXT THRU 6000-EXIT                        00012608
           DIVIDE WS-HASH-VALUE BY 9 GIVING WS-PICK-QUOT                00012609
              REMAINDER WS-PICK-REM                                     00012610
           COMPUTE WS-PERTURB-PCT = WS-PICK-REM + 1.                    00012611
       6710-EXIT.                                                       00012612
           EXIT.                                                        00012613
                                                                        00012614
      *> ***************************************************************00012615
      *> FREE-TEXT DESCRIPTION: WS-DESC-IN TO WS-DESC-OUT.  A POSTING   00012616
      *> DESCRIPTION CAN CARRY A NAME OR A PAYEE, SO NONE IS KEPT; THE  00012617
      *> SAME TEXT ALWAYS GETS THE SAME FAKE ONE, SO A HEADER AND THE   00012618
      *> POSTING THAT COPIED ITS DESCRIPTION STILL MATCH.  A BLANK      00012619
      *> DESCRIPTION STAYS BLANK                                        00012620
      *> ***************************************************************00012621
       6800-MASK-DESC.                                                  00012622
           MOVE SPACES TO WS-DESC-OUT                                   00012623
           IF WS-DESC-IN = SPACES                                       00012624
              GO TO 6800-EXIT                                           00012625
           END-IF                                                       00012626
           MOVE WS-DESC-IN TO WS-HASH-TEXT                              00012627
           PERFORM 6000-HASH-TEXT THRU 6000-EXIT                        00012628
           DIVIDE WS-HASH-VALUE BY 16 GIVING WS-PICK-QUOT               00012629
              REMAINDER WS-PICK-REM                                     00012630
           ADD 1 TO WS-PICK-REM                                         00012631
           MOVE WS-FAKE-DESC (WS-PICK-REM) TO WS-DESC-OUT.              00012632
       6800-EXIT.                                                       00012633
           EXIT.                                                        00012634
                                                                        00012640
      *> ***************************************************************00012650
      *> CONTROL TOTALS: COUNTS AND KEY HASHES PER FILE, THEN EACH      00012660
      *> BRANCH/CURRENCY CELL PRODUCTION AGAINST MASKED.  ANY DIFFERENCE00012670
      *> ENDS THE STEP RC=8 SO THE LOAD STEPS DO NOT RUN                00012680
      *> ***************************************************************00012690
       7000-WRITE-TOTALS.                                               00012700
           MOVE 'CUSTFILE' TO FL-FILE                                   00012710
           MOVE WS-CUST-READ TO FL-READ                                 00012720
           MOVE WS-CUST-WRITTEN TO FL-WRITTEN                           00012730
           MOVE WS-CUST-HASH-IN TO FL-HASH-IN                           00012740
           MOVE WS-CUST-HASH-OUT TO FL-HASH-OUT                         00012750
           PERFORM 7100-WRITE-FILE-LINE THRU 7100-EXIT                  00012760
           MOVE 'MYFILE' TO FL-FILE                                     00012770
           MOVE WS-MYF-READ TO FL-READ                                  00012780
           MOVE WS-MYF-WRITTEN TO FL-WRITTEN                            00012790
           MOVE WS-MYF-HASH-IN TO FL-HASH-IN                            00012800
           MOVE WS-MYF-HASH-OUT TO FL-HASH-OUT                          00012810
           PERFORM 7100-WRITE-FILE-LINE THRU 7100-EXIT                  00012820
           MOVE 'MYFTRAN' TO FL-FILE                                    00012822
           MOVE WS-MTR-READ TO FL-READ                                  00012824
           MOVE WS-MTR-WRITTEN TO FL-WRITTEN                            00012826
           MOVE WS-MTR-HASH-IN TO FL-HASH-IN                            00012828
           MOVE WS-MTR-HASH-OUT TO FL-HASH-OUT                          00012830
           PERFORM 7100-WRITE-FILE-LINE THRU 7100-EXIT                  00012832
           MOVE 'ACCTXREF' TO FL-FILE                                   00012834
           MOVE WS-XREF-READ TO FL-READ                                 00012840
           MOVE WS-XREF-WRITTEN TO FL-WRITTEN                           00012850
           MOVE WS-XREF-HASH-IN TO FL-HASH-IN                           00012860
           MOVE WS-XREF-HASH-OUT TO FL-HASH-OUT                         00012870
           PERFORM 7100-WRITE-FILE-LINE THRU 7100-EXIT                  00012880
           MOVE 'APPLICANTS' TO FL-FILE                                 00012890
           MOVE WS-APPL-READ TO FL-READ                                 00012900
           MOVE WS-APPL-WRITTEN TO FL-WRITTEN                           00012910
           MOVE WS-APPL-HASH-IN TO FL-HASH-IN                           00012920
           MOVE WS-APPL-HASH-OUT TO FL-HASH-OUT                         00012930
           PERFORM 7100-WRITE-FILE-LINE THRU 7100-EXIT                  00012940
           MOVE 'STUDENTS' TO FL-FILE                                   00012950
           MOVE WS-STUD-READ TO FL-READ                                 00012960
           MOVE WS-STUD-WRITTEN TO FL-WRITTEN                           00012970
           MOVE WS-STUD-HASH-IN TO FL-HASH-IN                           00012980
           MOVE WS-STUD-HASH-OUT TO FL-HASH-OUT                         00012990
           PERFORM 7100-WRITE-FILE-LINE THRU 7100-EXIT                  00013000
           IF WS-MYF-READ NOT = WS-MYF-PLANNED                          00013010
              SET WS-OUT-OF-BALANCE TO TRUE                             00013020
              MOVE SPACES TO NOTE-TEXT                                  00013030
              STRING 'MYFILE RECORDS PLANNED ' WS-MYF-PLANNED           00013040
                 ' BUT READ ' WS-MYF-READ                               00013050
                 DELIMITED BY SIZE INTO NOTE-TEXT                       00013060
              WRITE MASK-RPT-LINE FROM WS-NOTE-LINE                     00013070
           END-IF                                                       00013080
                                                                        00013090
           WRITE MASK-RPT-LINE FROM WS-CELL-HDR-LINE                    00013100
           PERFORM 7200-WRITE-CELL-LINE THRU 7200-EXIT                  00013110
              VARYING WS-CELL-SUB FROM 1 BY 1                           00013120
              UNTIL WS-CELL-SUB > WS-CELL-COUNT                         00013130
           MOVE SPACES TO CL-BRANCH                                     00013140
           MOVE 'ALL' TO CL-CURR                                        00013150
           MOVE WS-MYF-WRITTEN TO CL-COUNT                              00013160
           MOVE WS-MYF-ORIG-TOTAL TO CL-ORIG                            00013170
           MOVE WS-MYF-MASKED-TOTAL TO CL-MASKED                        00013180
           MOVE SPACES TO CL-STATUS                                     00013190
           WRITE MASK-RPT-LINE FROM WS-CELL-LINE                        00013200
                                                                        00013210
           MOVE SPACES TO MASK-RPT-LINE                                 00013220
           WRITE MASK-RPT-LINE                                          00013230
           MOVE SPACES TO NOTE-TEXT                                     00013240
           STRING 'TINS MASKED ' WS-TIN-MASKED                          00013250
              '   TINS CLEARED ' WS-TIN-CLEARED                         00013260
              DELIMITED BY SIZE INTO NOTE-TEXT                          00013270
           WRITE MASK-RPT-LINE FROM WS-NOTE-LINE                        00013280
           MOVE SPACES TO NOTE-TEXT                                     00013284
           STRING 'POSTINGS WITH NO MYFILE ACCOUNT ' WS-MTR-ORPHANS     00013288
              DELIMITED BY SIZE INTO NOTE-TEXT                          00013292
           WRITE MASK-RPT-LINE FROM WS-NOTE-LINE                        00013296
           MOVE SPACES TO NOTE-TEXT                                     00013300
           STRING 'DATES SHIFTED ' WS-DATES-SHIFTED                     00013304
              '   ZERO OR UNREADABLE DATES LEFT ' WS-DATES-LEFT         00013310
              DELIMITED BY SIZE INTO NOTE-TEXT                          00013320
           WRITE MASK-RPT-LINE FROM WS-NOTE-LINE                        00013330
           MOVE SPACES TO NOTE-TEXT                                     00013340
           IF WS-OUT-OF-BALANCE OR WS-IO-ERROR                          00013350
              SET RC-ERROR TO TRUE                                      00013360
              MOVE 'CONTROL TOTALS DO NOT RECONCILE - DO NOT LOAD'      00013370
                 TO NOTE-TEXT                                           00013380
              WRITE MASK-RPT-LINE FROM WS-NOTE-LINE                     00013390
              GO TO 7000-EXIT                                           00013400
           END-IF                                                       00013410
           MOVE 'CONTROL TOTALS RECONCILE - MASKED COPIES READY TO LOAD'00013420
              TO NOTE-TEXT                                              00013430
           WRITE MASK-RPT-LINE FROM WS-NOTE-LINE                        00013440
           MOVE "TEST MASK   " TO ALOG-ACTION                           00013450
           MOVE SPACES TO ALOG-DETAIL                                   00013460
           STRING "SHIFT " WS-SHIFT-DAYS " CUST " WS-CUST-WRITTEN       00013470
              " ACCT " WS-MYF-WRITTEN                                   00013480
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00013490
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00013500
       7000-EXIT.                                                       00013510
           EXIT.                                                        00013520
                                                                        00013530
       7100-WRITE-FILE-LINE.                                            00013540
           MOVE SPACES TO FL-STATUS                                     00013550
           IF FL-READ NOT = FL-WRITTEN                                  00013560
              OR FL-HASH-IN NOT = FL-HASH-OUT                           00013570
              MOVE '*** OUT OF BALANCE' TO FL-STATUS                    00013580
              SET WS-OUT-OF-BALANCE TO TRUE                             00013590
           END-IF                                                       00013600
           WRITE MASK-RPT-LINE FROM WS-FILE-LINE.                       00013610
       7100-EXIT.                                                       00013620
           EXIT.                                                        00013630
                                                                        00013640
       7200-WRITE-CELL-LINE.                                            00013650
           MOVE TBL-CELL-BRANCH (WS-CELL-SUB) TO CL-BRANCH              00013660
           MOVE TBL-CELL-CURR (WS-CELL-SUB) TO CL-CURR                  00013670
           MOVE TBL-CELL-COUNT (WS-CELL-SUB) TO CL-COUNT                00013680
           MOVE TBL-CELL-ORIG (WS-CELL-SUB) TO CL-ORIG                  00013690
           MOVE TBL-CELL-MASKED (WS-CELL-SUB) TO CL-MASKED              00013700
           MOVE SPACES TO CL-STATUS                                     00013710
           IF TBL-CELL-MASKED (WS-CELL-SUB)                             00013720
              NOT = TBL-CELL-ORIG (WS-CELL-SUB)                         00013730
              MOVE '*** OUT OF BALANCE' TO CL-STATUS                    00013740
              SET WS-OUT-OF-BALANCE TO TRUE                             00013750
           END-IF                                                       00013760
           WRITE MASK-RPT-LINE FROM WS-CELL-LINE.                       00013770
       7200-EXIT.                                                       00013780
           EXIT.                                                        00013790
                                                                        00013800
      *> ***************************************************************00013810
      *> RUN SUMMARY AND CLOSE UP.  THE SEED IS NEVER DISPLAYED         00013820
      *> ***************************************************************00013830
       9000-TERMINATE.                                                  00013840
           DISPLAY "===== TSTMASK RUN SUMMARY ====="                    00013850
           DISPLAY "CUSTOMERS MASKED     : " WS-CUST-WRITTEN            00013860
           DISPLAY "ACCOUNTS MASKED      : " WS-MYF-WRITTEN             00013866
           DISPLAY "POSTINGS MASKED      : " WS-MTR-WRITTEN             00013872
           DISPLAY "XREF LINKS COPIED    : " WS-XREF-WRITTEN            00013880
           DISPLAY "APPLICANTS MASKED    : " WS-APPL-WRITTEN            00013890
           DISPLAY "STUDENTS MASKED      : " WS-STUD-WRITTEN            00013900
           DISPLAY "BRANCH/CURRENCY CELLS: " WS-CELL-COUNT              00013910
           IF RC-ERROR                                                  00013920
              DISPLAY "*** CONTROL TOTALS DO NOT RECONCILE ***"         00013930
           END-IF                                                       00013940
           CLOSE MASK-RPT-FILE                                          00013950
           CLOSE AUDIT-LOG-FILE.                                        00013960
       9000-EXIT.                                                       00013970
           EXIT.                                                        00013980
                                                                        00013990
       COPY TINCHK.                                                     00014000
       COPY AUDITOPN.                                                   00014010
       COPY AUDITWRT.                                                   00014020
       COPY AUDITCHP.                                                   00014030
       COPY ABENDPAR.                                                   00014040
       COPY PROCDPAR.                                                   00014050
