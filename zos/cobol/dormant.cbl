       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. DORMANT.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * DORMANT ACCOUNTS AND UNCLAIMED PROPERTY.                 *      00000090
      * SWEEPS THE MYFILE HEADERS AND RESOLVES EACH ACCOUNT'S    *      00000100
      * OWNER THROUGH THE ACCTXREF LINKS TO THE CUSTOMER MASTER. *      00000110
      * AN OPEN OR FROZEN ACCOUNT WHOSE LAST ACTIVITY DATE IS    *      00000120
      * OLDER THAN THE DORMANCY PERIOD OF THE OWNER'S STATE      *      00000130
      * (DORMSTAT TABLE, CARD DEFAULT FOR ANY STATE NOT ON IT)   *      00000140
      * GOES DORMANT: A MYFMAINT STATUS TRANSACTION IS QUEUED    *      00000150
      * AND A DUE-DILIGENCE LETTER GOES OUT IN THE FULFILLMENT   *      00000160
      * LAYOUT, OR TO THE REVIEW FILE FOR A SUPPRESSED OWNER.    *      00000170
      * ON THE ANNUAL REPORT RUN, EVERY DORMANT ACCOUNT STILL    *      00000180
      * CARRYING A BALANCE AFTER THE RESPONSE WINDOW NEVER       *      00000190
      * ANSWERED: IT IS WRITTEN TO THE UNCLAIMED-PROPERTY FILE,  *      00000200
      * GROUPED BY STATE WITH A TOTAL PER STATE, AND QUEUED TO   *      00000210
      * GO ESCHEATED.  ANY POSTING REOPENS A DORMANT ACCOUNT.    *      00000220
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
           SELECT XREF-FILE                                             00000330
           ASSIGN TO ACCTXREF                                           00000340
           ORGANIZATION IS SEQUENTIAL                                   00000350
           FILE STATUS IS FS-XREF-FILE.                                 00000360
           SELECT CUST-MASTER-FILE                                      00000370
           ASSIGN TO CUSTMAST                                           00000380
           ORGANIZATION IS SEQUENTIAL                                   00000390
           FILE STATUS IS FS-CUST-MASTER-FILE.                          00000400
           SELECT STATE-FILE                                            00000410
           ASSIGN TO DORMSTAT                                           00000420
           ORGANIZATION IS SEQUENTIAL                                   00000430
           FILE STATUS IS FS-STATE-FILE.                                00000440
           SELECT DORM-CTL-FILE                                         00000450
           ASSIGN TO DORMPARM                                           00000460
           ORGANIZATION IS SEQUENTIAL                                   00000470
           FILE STATUS IS FS-DORM-CTL-FILE.                             00000480
           SELECT STATUS-TRAN-FILE                                      00000490
           ASSIGN TO DORMTRAN                                           00000500
           ORGANIZATION IS SEQUENTIAL                                   00000510
           FILE STATUS IS FS-STATUS-TRAN-FILE.                          00000520
           SELECT LETTER-FILE                                           00000530
           ASSIGN TO DORMLTR                                            00000540
           ORGANIZATION IS SEQUENTIAL                                   00000550
           FILE STATUS IS FS-LETTER-FILE.                               00000560
           SELECT LETTER-REVW-FILE                                      00000570
           ASSIGN TO DORMREV                                            00000580
           ORGANIZATION IS SEQUENTIAL                                   00000590
           FILE STATUS IS FS-LETTER-REVW-FILE.                          00000600
           SELECT CONTACT-HIST-FILE                                     00000610
           ASSIGN TO CONTHIST                                           00000620
           ORGANIZATION IS SEQUENTIAL                                   00000630
           FILE STATUS IS FS-CONTACT-HIST-FILE.                         00000640
           SELECT UNCLAIMED-FILE                                        00000650
           ASSIGN TO UNCLPROP                                           00000660
           ORGANIZATION IS SEQUENTIAL                                   00000670
           FILE STATUS IS FS-UNCLAIMED-FILE.                            00000680
           SELECT PROC-DATE-FILE                                        00000690
           ASSIGN TO PROCDATE                                           00000700
           ORGANIZATION IS SEQUENTIAL                                   00000710
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000720
       DATA DIVISION.                                                   00000730
       FILE SECTION.                                                    00000740
       FD MYFILE.                                                       00000750
       COPY MYFREC.                                                     00000760
                                                                        00000770
       FD XREF-FILE.                                                    00000780
       COPY ACCTXREF.                                                   00000790
                                                                        00000800
       FD CUST-MASTER-FILE.                                             00000810
       COPY CUSTREC.                                                    00000820
                                                                        00000830
      *> ***************************************************************00000840
      *> ONE ENTRY PER STATE: ITS DORMANCY PERIOD IN YEARS OF NO        00000850
      *> ACTIVITY.  COMPLIANCE MAINTAINS IT AS STATUTES CHANGE          00000860
      *> ***************************************************************00000870
       FD STATE-FILE.                                                   00000880
       01 STATE-RECORD.                                                 00000890
           05 STATE-CD              PIC X(02).                          00000900
           05 STATE-DORM-YEARS      PIC 9(02).                          00000910
           05 FILLER                PIC X(76).                          00000920
                                                                        00000930
      *> ***************************************************************00000940
      *> THE TUNABLES: DORMANCY YEARS FOR A STATE NOT ON THE TABLE      00000950
      *> (OR AN ACCOUNT WITH NO KNOWN OWNER), DAYS AN OWNER HAS TO      00000960
      *> ANSWER THE LETTER, AND 'Y' ON THE ANNUAL REPORT RUN            00000970
      *> ***************************************************************00000980
       FD DORM-CTL-FILE.                                                00000990
       01 DORM-CTL-REC.                                                 00001000
           05 CTL-DEFAULT-YEARS     PIC 9(02).                          00001010
           05 CTL-RESPONSE-DAYS     PIC 9(03).                          00001020
           05 CTL-REPORT-RUN        PIC X(01).                          00001030
           05 FILLER                PIC X(74).                          00001040
                                                                        00001050
      *> ***************************************************************00001060
      *> STATUS CHANGES GO THROUGH MYFMAINT LIKE EVERY OTHER CHANGE TO  00001070
      *> THE MASTER, SO THEY ARE AUDITED AND JOURNALED THE SAME WAY:    00001080
      *> 'S' TRANSACTIONS APPENDED TO THE MAINTENANCE TRANSACTION FILE  00001090
      *> ***************************************************************00001100
       FD STATUS-TRAN-FILE.                                             00001110
       01 STATUS-TRAN-REC.                                              00001120
           05 STR-ACTION-CD         PIC X(01).                          00001130
           05 STR-REC-IMAGE         PIC X(100).                         00001140
      *> MAKER ON THE TRANSACTION: A STATUS CHANGE IS HELD BY MYFMAINT  00001142
      *> UNTIL AN OPERATOR RELEASES IT                                  00001144
           05 STR-OPER-ID           PIC X(08).                          00001146
           05 FILLER                PIC X(01).                          00001150
                                                                        00001160
      *> ***************************************************************00001170
      *> SAME FULFILLMENT LAYOUT AS CONDI'S LETTER-FILE, SO THE PRINT   00001180
      *> SHOP TAKES THESE LETTERS THROUGH THE EXISTING CHANNEL          00001190
      *> ***************************************************************00001200
       FD LETTER-FILE.                                                  00001210
       01 LETTER-RECORD.                                                00001220
           05 LTR-DATE              PIC 9(08).                          00001230
           05 LTR-APPL-ID           PIC 9(09).                          00001240
           05 LTR-APPL-NAME         PIC X(20).                          00001250
           05 LTR-PRODUCT-CD        PIC X(04).                          00001260
           05 LTR-DECISION          PIC X(10).                          00001270
           05 LTR-REASON            PIC X(40).                          00001280
      * RANKED ADVERSE-ACTION CODES ON CONDI DECLINES; ALWAYS           00001290
      * SPACES ON A DUE-DILIGENCE LETTER                                00001300
           05 LTR-REASON-CODES      PIC X(16).                          00001310
           05 FILLER                PIC X(09).                          00001320
                                                                        00001330
      *> ***************************************************************00001340
      *> REVIEW COPY OF A LETTER HELD BY A CONTACT SUPPRESSION ON       00001350
      *> THE CUSTOMER - A HUMAN DECIDES, NOT THE PRINT SHOP             00001360
      *> ***************************************************************00001370
       FD LETTER-REVW-FILE.                                             00001380
       01 LETTER-REVW-RECORD        PIC X(116).                         00001390
                                                                        00001400
       FD CONTACT-HIST-FILE.                                            00001410
       COPY CONTHIST.                                                   00001420
                                                                        00001430
      *> ***************************************************************00001440
      *> ANNUAL UNCLAIMED-PROPERTY FILE.  DETAIL RECORDS GROUPED BY     00001450
      *> THE OWNER'S STATE, EACH GROUP CLOSED BY A STATE TOTAL; AN      00001460
      *> ACCOUNT WITH NO KNOWN OWNER REPORTS UNDER STATE '  '           00001470
      *> ***************************************************************00001480
       FD UNCLAIMED-FILE.                                               00001490
       01 UNCLAIMED-RECORD.                                             00001500
           05 UCP-REC-TYPE          PIC X(01).                          00001510
               88 UCP-DETAIL         VALUE 'D'.                         00001520
               88 UCP-STATE-TOTAL    VALUE 'T'.                         00001530
           05 UCP-STATE             PIC X(02).                          00001540
           05 UCP-REPORT-YEAR       PIC 9(04).                          00001550
           05 UCP-DETAIL-DATA.                                          00001560
               10 UCP-ACCT-NO       PIC 9(09).                          00001570
               10 UCP-CUST-ID       PIC 9(09).                          00001580
               10 UCP-LAST-NAME     PIC X(20).                          00001590
               10 UCP-FIRST-NAME    PIC X(20).                          00001600
               10 UCP-ADDR-LINE1    PIC X(30).                          00001610
               10 UCP-ADDR-LINE2    PIC X(30).                          00001620
               10 UCP-CITY          PIC X(20).                          00001630
               10 UCP-ZIP           PIC X(10).                          00001640
               10 UCP-AMOUNT        PIC S9(11)V99.                      00001650
               10 UCP-CURR-CD       PIC X(03).                          00001660
               10 UCP-LAST-ACTIVITY PIC 9(08).                          00001670
               10 UCP-DORMANT-DATE  PIC 9(08).                          00001680
           05 UCP-TOTAL-DATA REDEFINES UCP-DETAIL-DATA.                 00001690
               10 UCP-TOT-COUNT     PIC 9(07).                          00001700
               10 UCP-TOT-AMOUNT    PIC S9(13)V99.                      00001710
               10 FILLER            PIC X(158).                         00001720
           05 FILLER                PIC X(13).                          00001730
                                                                        00001740
       FD PROC-DATE-FILE.                                               00001750
       COPY PROCDREC.                                                   00001760
                                                                        00001770
       WORKING-STORAGE SECTION.                                         00001780
       01 FS-MYFILE PIC XX.                                             00001790
       01 FS-XREF-FILE PIC XX.                                          00001800
       01 FS-CUST-MASTER-FILE PIC XX.                                   00001810
       01 FS-STATE-FILE PIC XX.                                         00001820
       01 FS-DORM-CTL-FILE PIC XX.                                      00001830
       01 FS-STATUS-TRAN-FILE PIC XX.                                   00001840
       01 FS-LETTER-FILE PIC XX.                                        00001850
       01 FS-LETTER-REVW-FILE PIC XX.                                   00001860
       01 FS-CONTACT-HIST-FILE PIC XX.                                  00001870
       01 FS-UNCLAIMED-FILE PIC XX.                                     00001880
                                                                        00001890
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001900
           88 WS-EOF VALUE 'Y'.                                         00001910
       01 WS-XREF-EOF-SW PIC X(01) VALUE 'N'.                           00001920
           88 WS-XREF-EOF VALUE 'Y'.                                    00001930
       01 WS-CUST-EOF-SW PIC X(01) VALUE 'N'.                           00001940
           88 WS-CUST-EOF VALUE 'Y'.                                    00001950
       01 WS-STATE-EOF-SW PIC X(01) VALUE 'N'.                          00001960
           88 WS-STATE-EOF VALUE 'Y'.                                   00001970
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00001980
           88 WS-FOUND VALUE 'Y'.                                       00001990
       01 WS-REPORT-RUN-SW PIC X(01) VALUE 'N'.                         00002000
           88 WS-REPORT-RUN VALUE 'Y'.                                  00002010
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00002020
           88 WS-IO-ERROR VALUE 'Y'.                                    00002030
                                                                        00002040
       01 WS-DEFAULT-YEARS PIC 9(02) VALUE 3.                           00002050
       01 WS-RESPONSE-DAYS PIC 9(03) VALUE 90.                          00002060
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00002070
       01 WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.                      00002080
           05 WS-RUN-YYYY PIC 9(04).                                    00002090
           05 WS-RUN-MMDD PIC 9(04).                                    00002100
       01 WS-CUTOFF-DATE PIC 9(08) VALUE ZEROES.                        00002110
       01 WS-CUTOFF-GROUP REDEFINES WS-CUTOFF-DATE.                     00002120
           05 WS-CUTOFF-YYYY PIC 9(04).                                 00002130
           05 WS-CUTOFF-MMDD PIC 9(04).                                 00002140
       01 WS-DORM-YEARS PIC 9(02) VALUE ZEROES.                         00002150
       01 WS-NEW-STATUS PIC X(01) VALUE SPACE.                          00002160
                                                                        00002170
      *> ***************************************************************00002180
      *> STATE DORMANCY TABLE, WITH THE REPORT RUN'S COUNT AND TOTAL    00002190
      *> PER STATE ACCUMULATED ALONGSIDE                                00002200
      *> ***************************************************************00002210
       01 WS-STATE-TABLE.                                               00002220
           05 WS-STATE-ENTRY OCCURS 60 TIMES.                           00002230
               10 TBL-ST-CD             PIC X(02).                      00002240
               10 TBL-ST-YEARS          PIC 9(02).                      00002250
               10 TBL-ST-UCP-COUNT      PIC 9(07).                      00002260
               10 TBL-ST-UCP-AMOUNT     PIC S9(13)V99 COMP-3.           00002270
       01 WS-STATE-COUNT PIC 9(02) VALUE ZEROES.                        00002280
       01 WS-STATE-MAX PIC 9(02) VALUE 60.                              00002290
       01 WS-STATE-SUB PIC 9(02) VALUE ZEROES.                          00002300
                                                                        00002310
      *> ***************************************************************00002320
      *> ACCOUNT-TO-CUSTOMER LINKS AND THE OWNER DETAIL THE LETTER AND  00002330
      *> THE STATE FILE NEED, LOADED THE WAY THE RATE NOTICES LOAD THEM 00002340
      *> ***************************************************************00002350
       01 WS-XREF-TABLE.                                                00002360
           05 WS-XREF-ENTRY OCCURS 500 TIMES.                           00002370
               10 TBL-AXR-ACCT-NO       PIC 9(09).                      00002380
               10 TBL-AXR-CUST-ID       PIC 9(09).                      00002390
               10 TBL-AXR-STATUS        PIC X(01).                      00002400
       01 WS-XREF-COUNT PIC 9(03) VALUE ZEROES.                         00002410
       01 WS-XREF-MAX PIC 9(03) VALUE 500.                              00002420
       01 WS-XREF-SUB PIC 9(03) VALUE ZEROES.                           00002430
                                                                        00002440
       01 WS-CUST-TABLE.                                                00002450
           05 WS-CUST-ENTRY OCCURS 500 TIMES.                           00002460
               10 TBL-CUST-ID           PIC 9(09).                      00002470
               10 TBL-CUST-LAST         PIC X(20).                      00002480
               10 TBL-CUST-FIRST        PIC X(20).                      00002490
               10 TBL-CUST-ADDR1        PIC X(30).                      00002500
               10 TBL-CUST-ADDR2        PIC X(30).                      00002510
               10 TBL-CUST-CITY         PIC X(20).                      00002520
               10 TBL-CUST-STATE        PIC X(02).                      00002530
               10 TBL-CUST-ZIP          PIC X(10).                      00002540
               10 TBL-CUST-SUPP         PIC X(01).                      00002550
       01 WS-CUST-COUNT PIC 9(03) VALUE ZEROES.                         00002560
       01 WS-CUST-MAX PIC 9(03) VALUE 500.                              00002570
       01 WS-CUST-SUB PIC 9(03) VALUE ZEROES.                           00002580
                                                                        00002590
       01 WS-LOOKUP-CUST-ID PIC 9(09) VALUE ZEROES.                     00002600
       01 WS-LOOKUP-CUST-SUB PIC 9(03) VALUE ZEROES.                    00002610
       01 WS-LOOKUP-STATE PIC X(02) VALUE SPACES.                       00002620
       01 WS-LOOKUP-SUPP PIC X(01) VALUE SPACE.                         00002630
                                                                        00002640
      *> ***************************************************************00002650
      *> ACCOUNTS GOING TO THE STATE THIS YEAR, HELD UNTIL THE SWEEP    00002660
      *> ENDS SO THE FILE CAN BE WRITTEN ONE STATE AT A TIME WITHOUT A  00002670
      *> SORT STEP                                                      00002680
      *> ***************************************************************00002690
       01 WS-UCP-TABLE.                                                 00002700
           05 WS-UCP-ENTRY OCCURS 500 TIMES.                            00002710
               10 TBL-UCP-STATE         PIC X(02).                      00002720
               10 TBL-UCP-ACCT-NO       PIC 9(09).                      00002730
               10 TBL-UCP-CUST-ID       PIC 9(09).                      00002740
               10 TBL-UCP-CUST-SUB      PIC 9(03).                      00002750
               10 TBL-UCP-AMOUNT        PIC S9(11)V99 COMP-3.           00002760
               10 TBL-UCP-CURR-CD       PIC X(03).                      00002770
               10 TBL-UCP-LAST-ACT      PIC 9(08).                      00002780
               10 TBL-UCP-DORM-DATE     PIC 9(08).                      00002790
       01 WS-UCP-COUNT PIC 9(03) VALUE ZEROES.                          00002800
       01 WS-UCP-MAX PIC 9(03) VALUE 500.                               00002810
       01 WS-UCP-SUB PIC 9(03) VALUE ZEROES.                            00002820
       01 WS-GRP-SUB PIC 9(03) VALUE ZEROES.                            00002830
       01 WS-GROUP-STATE PIC X(02) VALUE SPACES.                        00002840
       01 WS-GROUP-COUNT PIC 9(07) VALUE ZEROES.                        00002850
       01 WS-GROUP-AMOUNT PIC S9(13)V99 COMP-3 VALUE ZEROES.            00002860
                                                                        00002870
       01 WS-RECS-READ PIC 9(09) VALUE ZEROES.                          00002880
       01 WS-NEWLY-DORMANT PIC 9(07) VALUE ZEROES.                      00002890
       01 WS-LETTERS-WRITTEN PIC 9(07) VALUE ZEROES.                    00002900
       01 WS-LETTERS-SUPPRESSED PIC 9(07) VALUE ZEROES.                 00002910
       01 WS-NO-OWNER-COUNT PIC 9(07) VALUE ZEROES.                     00002920
       01 WS-UNDATED-COUNT PIC 9(07) VALUE ZEROES.                      00002930
       01 WS-UCP-WRITTEN PIC 9(07) VALUE ZEROES.                        00002940
       01 WS-UCP-TOTAL PIC S9(13)V99 COMP-3 VALUE ZEROES.               00002950
       01 WS-UCP-TOTAL-ED PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.                    00002960
       COPY MYFREC REPLACING ==MYFILE-RECORDS== BY ==WS-STATUS-REC==.   00002970
       COPY ABENDCPY.                                                   00002980
       COPY PROCDCPY.                                                   00002990
                                                                        00003000
      *> ***************************************************************00003010
      *> DAY-NUMBER CONVERSION WORK AREAS FOR THE RESPONSE WINDOW,      00003020
      *> THE SAME SERIAL-DAY ARITHMETIC THE AUDIT ARCHIVAL USES         00003030
      *> ***************************************************************00003040
       01 WS-DN-DATE PIC 9(08).                                         00003050
       01 WS-DN-DATE-GROUP REDEFINES WS-DN-DATE.                        00003060
           05 WS-DN-YYYY PIC 9(04).                                     00003070
           05 WS-DN-MM PIC 9(02).                                       00003080
           05 WS-DN-DD PIC 9(02).                                       00003090
       01 WS-DN-RESULT PIC 9(07).                                       00003100
       01 WS-DN-PRIOR-YEARS PIC 9(04).                                  00003110
       01 WS-DN-LEAPS-4 PIC 9(04).                                      00003120
       01 WS-DN-LEAPS-100 PIC 9(04).                                    00003130
       01 WS-DN-LEAPS-400 PIC 9(04).                                    00003140
       01 WS-DN-LEAP-QUOT PIC 9(04).                                    00003150
       01 WS-DN-LEAP-REM PIC 9(04).                                     00003160
       01 WS-DN-LEAP-SW PIC X(01) VALUE 'N'.                            00003170
           88 WS-DN-LEAP-YEAR VALUE 'Y'.                                00003180
       01 WS-TODAY-DAYNUM PIC 9(07) VALUE ZEROES.                       00003190
       01 WS-DORM-DAYNUM PIC 9(07) VALUE ZEROES.                        00003200
       01 WS-DAYS-DORMANT PIC S9(07) VALUE ZEROES.                      00003210
       01 CUM-DAYS-INIT.                                                00003220
           05 FILLER PIC 9(03) VALUE 000.                               00003230
           05 FILLER PIC 9(03) VALUE 031.                               00003240
           05 FILLER PIC 9(03) VALUE 059.                               00003250
           05 FILLER PIC 9(03) VALUE 090.                               00003260
           05 FILLER PIC 9(03) VALUE 120.                               00003270
           05 FILLER PIC 9(03) VALUE 151.                               00003280
           05 FILLER PIC 9(03) VALUE 181.                               00003290
           05 FILLER PIC 9(03) VALUE 212.                               00003300
           05 FILLER PIC 9(03) VALUE 243.                               00003310
           05 FILLER PIC 9(03) VALUE 273.                               00003320
           05 FILLER PIC 9(03) VALUE 304.                               00003330
           05 FILLER PIC 9(03) VALUE 334.                               00003340
       01 CUM-DAYS REDEFINES CUM-DAYS-INIT.                             00003350
           05 CUM-DAYS-TO-MONTH OCCURS 12 TIMES PIC 9(03).              00003360
                                                                        00003370
       PROCEDURE DIVISION.                                              00003380
       0000-MAIN.                                                       00003390
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00003400
           PERFORM 2000-SWEEP-ACCOUNTS THRU 2000-EXIT                   00003410
              UNTIL WS-EOF                                              00003420
           IF WS-REPORT-RUN                                             00003430
              PERFORM 7000-WRITE-UNCLAIMED THRU 7000-EXIT               00003440
           END-IF                                                       00003450
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00003460
           IF WS-IO-ERROR                                               00003470
              MOVE 12 TO RETURN-CODE                                    00003480
           ELSE                                                         00003490
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00003500
           END-IF                                                       00003510
           GOBACK.                                                      00003520
                                                                        00003530
      *> ***************************************************************00003540
      *> RUN DATE, CONTROL CARD, STATE TABLE, OWNERSHIP LINKS AND       00003550
      *> CUSTOMERS; THEN OPEN THE MASTER AND THE OUTPUTS                00003560
      *> ***************************************************************00003570
       1000-INITIALIZE.                                                 00003580
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00003590
           IF WS-PROCESS-DATE > 0                                       00003600
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00003610
           ELSE                                                         00003620
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00003630
           END-IF                                                       00003640
           MOVE WS-RUN-DATE TO WS-DN-DATE                               00003650
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00003660
           MOVE WS-DN-RESULT TO WS-TODAY-DAYNUM                         00003670
                                                                        00003680
           PERFORM 1050-READ-CONTROL THRU 1050-EXIT                     00003690
           PERFORM 1100-LOAD-STATES THRU 1100-EXIT                      00003700
           PERFORM 1200-LOAD-XREF THRU 1200-EXIT                        00003710
           PERFORM 1300-LOAD-CUSTOMERS THRU 1300-EXIT                   00003720
                                                                        00003730
           OPEN INPUT MYFILE                                            00003740
           EVALUATE FS-MYFILE                                           00003750
             WHEN "00"                                                  00003760
               CONTINUE                                                 00003770
             WHEN "35"                                                  00003780
               MOVE "MYFILE NOT FOUND" TO WS-ABEND-MESSAGE              00003790
               GO TO 9999-ABEND                                         00003800
             WHEN OTHER                                                 00003810
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00003820
               GO TO 9999-ABEND                                         00003830
           END-EVALUATE                                                 00003840
                                                                        00003850
      *> THE MAINTENANCE TRANSACTION FILE IS SHARED WITH THE RECYCLE    00003860
      *> JOB, SO IT IS APPENDED TO, NEVER REPLACED                      00003870
           OPEN EXTEND STATUS-TRAN-FILE                                 00003880
           IF FS-STATUS-TRAN-FILE = "35"                                00003890
              OPEN OUTPUT STATUS-TRAN-FILE                              00003900
           END-IF                                                       00003910
           IF FS-STATUS-TRAN-FILE NOT = "00"                            00003920
              MOVE "OPEN FAILED ON STATUS-TRAN-FILE" TO                 00003930
                 WS-ABEND-MESSAGE                                       00003940
              GO TO 9999-ABEND                                          00003950
           END-IF                                                       00003960
           OPEN OUTPUT LETTER-FILE                                      00003970
           IF FS-LETTER-FILE NOT = "00"                                 00003980
              MOVE "OPEN FAILED ON LETTER-FILE" TO WS-ABEND-MESSAGE     00003990
              GO TO 9999-ABEND                                          00004000
           END-IF                                                       00004010
           OPEN OUTPUT LETTER-REVW-FILE                                 00004020
           IF FS-LETTER-REVW-FILE NOT = "00"                            00004030
              MOVE "OPEN FAILED ON LETTER-REVW-FILE" TO                 00004040
                 WS-ABEND-MESSAGE                                       00004050
              GO TO 9999-ABEND                                          00004060
           END-IF                                                       00004070
           OPEN EXTEND CONTACT-HIST-FILE                                00004080
           IF FS-CONTACT-HIST-FILE = "35"                               00004090
              OPEN OUTPUT CONTACT-HIST-FILE                             00004100
           END-IF                                                       00004110
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00004120
              MOVE "OPEN FAILED ON CONTACT-HIST-FILE" TO                00004130
                 WS-ABEND-MESSAGE                                       00004140
              GO TO 9999-ABEND                                          00004150
           END-IF                                                       00004160
           IF WS-REPORT-RUN                                             00004170
              OPEN OUTPUT UNCLAIMED-FILE                                00004180
              IF FS-UNCLAIMED-FILE NOT = "00"                           00004190
                 MOVE "OPEN FAILED ON UNCLAIMED-FILE" TO                00004200
                    WS-ABEND-MESSAGE                                    00004210
                 GO TO 9999-ABEND                                       00004220
              END-IF                                                    00004230
           END-IF                                                       00004240
                                                                        00004250
           PERFORM 2900-READ-MYFILE THRU 2900-EXIT.                     00004260
       1000-EXIT.                                                       00004270
           EXIT.                                                        00004280
                                                                        00004290
       1050-READ-CONTROL.                                               00004300
           OPEN INPUT DORM-CTL-FILE                                     00004310
           EVALUATE FS-DORM-CTL-FILE                                    00004320
             WHEN "00"                                                  00004330
               READ DORM-CTL-FILE                                       00004340
               IF FS-DORM-CTL-FILE = "00"                               00004350
                  IF CTL-DEFAULT-YEARS NUMERIC                          00004360
                     AND CTL-DEFAULT-YEARS > 0                          00004370
                     MOVE CTL-DEFAULT-YEARS TO WS-DEFAULT-YEARS         00004380
                  END-IF                                                00004390
                  IF CTL-RESPONSE-DAYS NUMERIC                          00004400
                     AND CTL-RESPONSE-DAYS > 0                          00004410
                     MOVE CTL-RESPONSE-DAYS TO WS-RESPONSE-DAYS         00004420
                  END-IF                                                00004430
                  IF CTL-REPORT-RUN = 'Y'                               00004440
                     SET WS-REPORT-RUN TO TRUE                          00004450
                  END-IF                                                00004460
               END-IF                                                   00004470
               CLOSE DORM-CTL-FILE                                      00004480
             WHEN "35"                                                  00004490
               DISPLAY "NO CONTROL CARD FOUND, USING DEFAULTS"          00004500
             WHEN OTHER                                                 00004510
               DISPLAY "OPEN FAILED, DORM-CTL-FILE STATUS: "            00004520
                 FS-DORM-CTL-FILE                                       00004530
           END-EVALUATE                                                 00004540
           DISPLAY "DEFAULT DORMANCY YEARS: " WS-DEFAULT-YEARS          00004550
           DISPLAY "RESPONSE WINDOW DAYS  : " WS-RESPONSE-DAYS          00004560
           IF WS-REPORT-RUN                                             00004570
              DISPLAY "ANNUAL UNCLAIMED-PROPERTY REPORT RUN"            00004580
           END-IF.                                                      00004590
       1050-EXIT.                                                       00004600
           EXIT.                                                        00004610
                                                                        00004620
       1100-LOAD-STATES.                                                00004630
           OPEN INPUT STATE-FILE                                        00004640
           EVALUATE FS-STATE-FILE                                       00004650
             WHEN "00"                                                  00004660
               PERFORM UNTIL WS-STATE-EOF                               00004670
                 READ STATE-FILE                                        00004680
                   AT END                                               00004690
                     SET WS-STATE-EOF TO TRUE                           00004700
                   NOT AT END                                           00004710
                     IF STATE-CD NOT = SPACES                           00004720
                        AND STATE-DORM-YEARS NUMERIC                    00004730
                        AND STATE-DORM-YEARS > 0                        00004740
                        AND WS-STATE-COUNT < WS-STATE-MAX               00004750
                        ADD 1 TO WS-STATE-COUNT                         00004760
                        MOVE STATE-CD TO TBL-ST-CD (WS-STATE-COUNT)     00004770
                        MOVE STATE-DORM-YEARS TO                        00004780
                           TBL-ST-YEARS (WS-STATE-COUNT)                00004790
                        MOVE ZEROES TO                                  00004800
                           TBL-ST-UCP-COUNT (WS-STATE-COUNT)            00004810
                           TBL-ST-UCP-AMOUNT (WS-STATE-COUNT)           00004820
                     ELSE                                               00004830
                        DISPLAY "BAD OR EXCESS STATE RECORD SKIPPED: "  00004840
                          STATE-CD                                      00004850
                     END-IF                                             00004860
                 END-READ                                               00004870
               END-PERFORM                                              00004880
               CLOSE STATE-FILE                                         00004890
               DISPLAY "STATE PERIODS LOADED: " WS-STATE-COUNT          00004900
             WHEN "35"                                                  00004910
               DISPLAY "NO STATE TABLE, DEFAULT PERIOD FOR ALL"         00004920
             WHEN OTHER                                                 00004930
               MOVE "OPEN FAILED ON STATE-FILE" TO WS-ABEND-MESSAGE     00004940
               GO TO 9999-ABEND                                         00004950
           END-EVALUATE.                                                00004960
       1100-EXIT.                                                       00004970
           EXIT.                                                        00004980
                                                                        00004990
       1200-LOAD-XREF.                                                  00005000
           OPEN INPUT XREF-FILE                                         00005010
           EVALUATE FS-XREF-FILE                                        00005020
             WHEN "00"                                                  00005030
               PERFORM UNTIL WS-XREF-EOF                                00005040
                 READ XREF-FILE                                         00005050
                   AT END                                               00005060
                     SET WS-XREF-EOF TO TRUE                            00005070
                   NOT AT END                                           00005080
                     IF WS-XREF-COUNT < WS-XREF-MAX                     00005090
                        ADD 1 TO WS-XREF-COUNT                          00005100
                        MOVE AXR-ACCT-NO TO                             00005110
                           TBL-AXR-ACCT-NO (WS-XREF-COUNT)              00005120
                        MOVE AXR-CUST-ID TO                             00005130
                           TBL-AXR-CUST-ID (WS-XREF-COUNT)              00005140
                        MOVE AXR-STATUS TO                              00005150
                           TBL-AXR-STATUS (WS-XREF-COUNT)               00005160
                     ELSE                                               00005170
                        DISPLAY "XREF TABLE FULL, ENTRY DROPPED: "      00005180
                          AXR-ACCT-NO                                   00005190
                     END-IF                                             00005200
                 END-READ                                               00005210
               END-PERFORM                                              00005220
               CLOSE XREF-FILE                                          00005230
               DISPLAY "XREF LINKS LOADED: " WS-XREF-COUNT              00005240
             WHEN "35"                                                  00005250
               DISPLAY "NO XREF DATASET, NO OWNERS RESOLVED"            00005260
             WHEN OTHER                                                 00005270
               MOVE "OPEN FAILED ON XREF-FILE" TO WS-ABEND-MESSAGE      00005280
               GO TO 9999-ABEND                                         00005290
           END-EVALUATE.                                                00005300
       1200-EXIT.                                                       00005310
           EXIT.                                                        00005320
                                                                        00005330
       1300-LOAD-CUSTOMERS.                                             00005340
           OPEN INPUT CUST-MASTER-FILE                                  00005350
           EVALUATE FS-CUST-MASTER-FILE                                 00005360
             WHEN "00"                                                  00005370
               PERFORM UNTIL WS-CUST-EOF                                00005380
                 READ CUST-MASTER-FILE                                  00005390
                   AT END                                               00005400
                     SET WS-CUST-EOF TO TRUE                            00005410
                   NOT AT END                                           00005420
                     IF WS-CUST-COUNT < WS-CUST-MAX                     00005430
                        ADD 1 TO WS-CUST-COUNT                          00005440
                        MOVE CUST-ID TO TBL-CUST-ID (WS-CUST-COUNT)     00005450
                        MOVE CUST-LAST-NAME TO                          00005460
                           TBL-CUST-LAST (WS-CUST-COUNT)                00005470
                        MOVE CUST-FIRST-NAME TO                         00005480
                           TBL-CUST-FIRST (WS-CUST-COUNT)               00005490
                        MOVE CUST-ADDR-LINE1 TO                         00005500
                           TBL-CUST-ADDR1 (WS-CUST-COUNT)               00005510
                        MOVE CUST-ADDR-LINE2 TO                         00005520
                           TBL-CUST-ADDR2 (WS-CUST-COUNT)               00005530
                        MOVE CUST-CITY TO TBL-CUST-CITY (WS-CUST-COUNT) 00005540
                        MOVE CUST-STATE TO                              00005550
                           TBL-CUST-STATE (WS-CUST-COUNT)               00005560
                        MOVE CUST-ZIP TO TBL-CUST-ZIP (WS-CUST-COUNT)   00005570
                        MOVE CUST-SUPPRESS TO                           00005580
                           TBL-CUST-SUPP (WS-CUST-COUNT)                00005590
                     ELSE                                               00005600
                        DISPLAY "CUSTOMER TABLE FULL, ID DROPPED: "     00005610
                          CUST-ID                                       00005620
                     END-IF                                             00005630
                 END-READ                                               00005640
               END-PERFORM                                              00005650
               CLOSE CUST-MASTER-FILE                                   00005660
               DISPLAY "CUSTOMERS LOADED: " WS-CUST-COUNT               00005670
             WHEN "35"                                                  00005680
               DISPLAY "NO CUSTOMER MASTER, NO OWNERS RESOLVED"         00005690
             WHEN OTHER                                                 00005700
               MOVE "OPEN FAILED ON CUST-MASTER-FILE" TO                00005710
                  WS-ABEND-MESSAGE                                      00005720
               GO TO 9999-ABEND                                         00005730
           END-EVALUATE.                                                00005740
       1300-EXIT.                                                       00005750
           EXIT.                                                        00005760
                                                                        00005770
      *> ***************************************************************00005780
      *> ONE PASS OF THE MASTER.  CLOSED AND ESCHEATED ACCOUNTS ARE     00005790
      *> DONE WITH; OPEN AND FROZEN ONES ARE TESTED FOR DORMANCY;       00005800
      *> DORMANT ONES ARE TESTED FOR THE STATE FILE ON THE REPORT RUN   00005810
      *> ***************************************************************00005820
       2000-SWEEP-ACCOUNTS.                                             00005830
           EVALUATE TRUE                                                00005840
             WHEN MYFREC-ST-CLOSED OF MYFILE-RECORDS                    00005850
             WHEN MYFREC-ST-ESCHEATED OF MYFILE-RECORDS                 00005860
               CONTINUE                                                 00005870
             WHEN MYFREC-ST-DORMANT OF MYFILE-RECORDS                   00005880
               IF WS-REPORT-RUN                                         00005890
                  PERFORM 2300-CHECK-UNCLAIMED THRU 2300-EXIT           00005900
               END-IF                                                   00005910
             WHEN OTHER                                                 00005920
               PERFORM 2100-CHECK-DORMANCY THRU 2100-EXIT               00005930
           END-EVALUATE                                                 00005940
           PERFORM 2900-READ-MYFILE THRU 2900-EXIT.                     00005950
       2000-EXIT.                                                       00005960
           EXIT.                                                        00005970
                                                                        00005980
      *> ***************************************************************00005990
      *> DORMANT WHEN THE LAST ACTIVITY DATE IS OLDER THAN THE RUN      00006000
      *> DATE LESS THE OWNER STATE'S DORMANCY YEARS.  AN ACCOUNT WITH   00006010
      *> NO USABLE ACTIVITY DATE IS COUNTED, NOT GUESSED AT             00006020
      *> ***************************************************************00006030
       2100-CHECK-DORMANCY.                                             00006040
           IF MYFREC-TRAN-DATE OF MYFILE-RECORDS NOT NUMERIC            00006050
              OR MYFREC-TRAN-DATE OF MYFILE-RECORDS = ZEROES            00006060
              ADD 1 TO WS-UNDATED-COUNT                                 00006070
              GO TO 2100-EXIT                                           00006080
           END-IF                                                       00006090
           PERFORM 2600-LOOKUP-OWNER THRU 2600-EXIT                     00006100
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE                           00006110
           SUBTRACT WS-DORM-YEARS FROM WS-CUTOFF-YYYY                   00006120
           IF MYFREC-TRAN-DATE OF MYFILE-RECORDS NOT < WS-CUTOFF-DATE   00006130
              GO TO 2100-EXIT                                           00006140
           END-IF                                                       00006150
                                                                        00006160
           MOVE 'D' TO WS-NEW-STATUS                                    00006170
           PERFORM 2400-QUEUE-STATUS THRU 2400-EXIT                     00006180
           ADD 1 TO WS-NEWLY-DORMANT                                    00006190
      *> ONLY AN OWNER WITH MONEY AT STAKE IS LETTERED; AN ACCOUNT WITH 00006200
      *> NO KNOWN OWNER IS COUNTED FOR SERVICING TO CHASE               00006210
           IF WS-LOOKUP-CUST-ID = 0                                     00006220
              ADD 1 TO WS-NO-OWNER-COUNT                                00006230
              GO TO 2100-EXIT                                           00006240
           END-IF                                                       00006250
           IF MYFREC-AMOUNT OF MYFILE-RECORDS > 0                       00006260
              PERFORM 2200-WRITE-LETTER THRU 2200-EXIT                  00006270
           END-IF.                                                      00006280
       2100-EXIT.                                                       00006290
           EXIT.                                                        00006300
                                                                        00006310
      *> ***************************************************************00006320
      *> THE DUE-DILIGENCE LETTER.  A SUPPRESSED CUSTOMER'S LETTER GOES 00006330
      *> TO THE REVIEW FILE, NOT FULFILLMENT                            00006340
      *> ***************************************************************00006350
       2200-WRITE-LETTER.                                               00006360
           MOVE SPACES TO LETTER-RECORD                                 00006370
           MOVE WS-RUN-DATE TO LTR-DATE                                 00006380
           MOVE WS-LOOKUP-CUST-ID TO LTR-APPL-ID                        00006390
           IF WS-LOOKUP-CUST-SUB > 0                                    00006400
              MOVE TBL-CUST-LAST (WS-LOOKUP-CUST-SUB) TO LTR-APPL-NAME  00006410
           END-IF                                                       00006420
           MOVE 'DORM' TO LTR-PRODUCT-CD                                00006430
           MOVE 'DORMANT   ' TO LTR-DECISION                            00006440
           STRING 'INACTIVE SINCE '                                     00006450
              MYFREC-TRAN-DATE OF MYFILE-RECORDS                        00006460
              ' ACCT ' MYFREC-ACCT-NO OF MYFILE-RECORDS                 00006470
              DELIMITED BY SIZE INTO LTR-REASON                         00006480
           IF WS-LOOKUP-SUPP = 'D'                                      00006490
              OR WS-LOOKUP-SUPP = 'N'                                   00006500
              OR WS-LOOKUP-SUPP = 'L'                                   00006510
              WRITE LETTER-REVW-RECORD FROM LETTER-RECORD               00006520
              ADD 1 TO WS-LETTERS-SUPPRESSED                            00006530
              GO TO 2200-EXIT                                           00006540
           END-IF                                                       00006550
           WRITE LETTER-RECORD                                          00006560
           IF FS-LETTER-FILE NOT = "00"                                 00006570
              DISPLAY "WRITE FAILED, LETTER-FILE STATUS: "              00006580
                FS-LETTER-FILE                                          00006590
           ELSE                                                         00006600
              ADD 1 TO WS-LETTERS-WRITTEN                               00006610
              MOVE WS-LOOKUP-CUST-ID TO CNT-CUST-ID                     00006620
              MOVE 'DORMANCY LTR' TO CNT-CONTACT-TYPE                   00006630
              MOVE SPACES TO CNT-REFERENCE                              00006640
              STRING 'ACCT ' MYFREC-ACCT-NO OF MYFILE-RECORDS           00006650
                 DELIMITED BY SIZE INTO CNT-REFERENCE                   00006660
              MOVE WS-RUN-DATE TO CNT-DATE                              00006670
              WRITE CONTACT-HIST-RECORD                                 00006680
              IF FS-CONTACT-HIST-FILE NOT = "00"                        00006690
                 DISPLAY "WRITE FAILED, CONTACT-HIST STATUS: "          00006700
                   FS-CONTACT-HIST-FILE                                 00006710
              END-IF                                                    00006720
           END-IF.                                                      00006730
       2200-EXIT.                                                       00006740
           EXIT.                                                        00006750
                                                                        00006760
      *> ***************************************************************00006770
      *> A DORMANT ACCOUNT STILL CARRYING A BALANCE, DORMANT LONGER     00006780
      *> THAN THE RESPONSE WINDOW, NEVER ANSWERED THE LETTER - ANY      00006790
      *> ACTIVITY WOULD HAVE REOPENED IT.  IT GOES TO THE STATE         00006800
      *> ***************************************************************00006810
       2300-CHECK-UNCLAIMED.                                            00006820
           IF MYFREC-AMOUNT OF MYFILE-RECORDS NOT > 0                   00006830
              GO TO 2300-EXIT                                           00006840
           END-IF                                                       00006850
           IF MYFREC-STATUS-DATE OF MYFILE-RECORDS NOT NUMERIC          00006860
              OR MYFREC-STATUS-DATE OF MYFILE-RECORDS = ZEROES          00006870
              ADD 1 TO WS-UNDATED-COUNT                                 00006880
              GO TO 2300-EXIT                                           00006890
           END-IF                                                       00006900
           MOVE MYFREC-STATUS-DATE OF MYFILE-RECORDS TO WS-DN-DATE      00006910
           IF WS-DN-MM < 1 OR WS-DN-MM > 12                             00006920
              ADD 1 TO WS-UNDATED-COUNT                                 00006930
              GO TO 2300-EXIT                                           00006940
           END-IF                                                       00006950
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00006960
           MOVE WS-DN-RESULT TO WS-DORM-DAYNUM                          00006970
           COMPUTE WS-DAYS-DORMANT = WS-TODAY-DAYNUM - WS-DORM-DAYNUM   00006980
           IF WS-DAYS-DORMANT < WS-RESPONSE-DAYS                        00006990
              GO TO 2300-EXIT                                           00007000
           END-IF                                                       00007010
           IF WS-UCP-COUNT NOT < WS-UCP-MAX                             00007020
              DISPLAY "UNCLAIMED TABLE FULL, ACCOUNT HELD OVER: "       00007030
                MYFREC-ACCT-NO OF MYFILE-RECORDS                        00007040
              SET RC-WARNING TO TRUE                                    00007050
              GO TO 2300-EXIT                                           00007060
           END-IF                                                       00007070
                                                                        00007080
           PERFORM 2600-LOOKUP-OWNER THRU 2600-EXIT                     00007090
           ADD 1 TO WS-UCP-COUNT                                        00007100
           MOVE WS-LOOKUP-STATE TO TBL-UCP-STATE (WS-UCP-COUNT)         00007110
           MOVE MYFREC-ACCT-NO OF MYFILE-RECORDS TO                     00007120
              TBL-UCP-ACCT-NO (WS-UCP-COUNT)                            00007130
           MOVE WS-LOOKUP-CUST-ID TO TBL-UCP-CUST-ID (WS-UCP-COUNT)     00007140
           MOVE WS-LOOKUP-CUST-SUB TO TBL-UCP-CUST-SUB (WS-UCP-COUNT)   00007150
           MOVE MYFREC-AMOUNT OF MYFILE-RECORDS TO                      00007160
              TBL-UCP-AMOUNT (WS-UCP-COUNT)                             00007170
           MOVE MYFREC-CURR-CD OF MYFILE-RECORDS TO                     00007180
              TBL-UCP-CURR-CD (WS-UCP-COUNT)                            00007190
           MOVE MYFREC-TRAN-DATE OF MYFILE-RECORDS TO                   00007200
              TBL-UCP-LAST-ACT (WS-UCP-COUNT)                           00007210
           MOVE MYFREC-STATUS-DATE OF MYFILE-RECORDS TO                 00007220
              TBL-UCP-DORM-DATE (WS-UCP-COUNT)                          00007230
           MOVE 'E' TO WS-NEW-STATUS                                    00007240
           PERFORM 2400-QUEUE-STATUS THRU 2400-EXIT.                    00007250
       2300-EXIT.                                                       00007260
           EXIT.                                                        00007270
                                                                        00007280
      *> ***************************************************************00007290
      *> QUEUE A MYFMAINT STATUS TRANSACTION: THE IMAGE CARRIES ONLY    00007300
      *> THE ACCOUNT, THE NEW STATUS AND ITS DATE                       00007310
      *> ***************************************************************00007320
       2400-QUEUE-STATUS.                                               00007330
           MOVE SPACES TO WS-STATUS-REC                                 00007340
           MOVE MYFREC-ACCT-NO OF MYFILE-RECORDS TO                     00007350
              MYFREC-ACCT-NO OF WS-STATUS-REC                           00007360
           MOVE WS-NEW-STATUS TO MYFREC-STATUS OF WS-STATUS-REC         00007370
           MOVE WS-RUN-DATE TO MYFREC-STATUS-DATE OF WS-STATUS-REC      00007380
           MOVE SPACES TO STATUS-TRAN-REC                               00007390
           MOVE 'S' TO STR-ACTION-CD                                    00007400
           MOVE WS-STATUS-REC TO STR-REC-IMAGE                          00007410
           MOVE "DORMANT" TO STR-OPER-ID                                00007415
           WRITE STATUS-TRAN-REC                                        00007420
           IF FS-STATUS-TRAN-FILE NOT = "00"                            00007430
              DISPLAY "WRITE FAILED, STATUS-TRAN-FILE STATUS: "         00007440
                FS-STATUS-TRAN-FILE                                     00007450
              SET WS-IO-ERROR TO TRUE                                   00007460
           END-IF.                                                      00007470
       2400-EXIT.                                                       00007480
           EXIT.                                                        00007490
                                                                        00007500
      *> ***************************************************************00007510
      *> RESOLVE THE ACTIVE OWNER, THEIR STATE, SUPPRESSION AND THE     00007520
      *> DORMANCY PERIOD THAT STATE SETS                                00007530
      *> ***************************************************************00007540
       2600-LOOKUP-OWNER.                                               00007550
           MOVE ZEROES TO WS-LOOKUP-CUST-ID                             00007560
           MOVE ZEROES TO WS-LOOKUP-CUST-SUB                            00007570
           MOVE SPACES TO WS-LOOKUP-STATE                               00007580
           MOVE SPACE TO WS-LOOKUP-SUPP                                 00007590
           MOVE WS-DEFAULT-YEARS TO WS-DORM-YEARS                       00007600
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1                      00007610
                    UNTIL WS-XREF-SUB > WS-XREF-COUNT                   00007620
             IF TBL-AXR-ACCT-NO (WS-XREF-SUB) =                         00007630
                   MYFREC-ACCT-NO OF MYFILE-RECORDS                     00007640
                AND TBL-AXR-STATUS (WS-XREF-SUB) = 'A'                  00007650
                MOVE TBL-AXR-CUST-ID (WS-XREF-SUB) TO                   00007660
                   WS-LOOKUP-CUST-ID                                    00007670
             END-IF                                                     00007680
           END-PERFORM                                                  00007690
           IF WS-LOOKUP-CUST-ID = 0                                     00007700
              GO TO 2600-EXIT                                           00007710
           END-IF                                                       00007720
                                                                        00007730
           MOVE 'N' TO WS-FOUND-SW                                      00007740
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1                      00007750
                    UNTIL WS-CUST-SUB > WS-CUST-COUNT                   00007760
                    OR WS-FOUND                                         00007770
             IF TBL-CUST-ID (WS-CUST-SUB) = WS-LOOKUP-CUST-ID           00007780
                SET WS-FOUND TO TRUE                                    00007790
                MOVE WS-CUST-SUB TO WS-LOOKUP-CUST-SUB                  00007800
                MOVE TBL-CUST-STATE (WS-CUST-SUB) TO WS-LOOKUP-STATE    00007810
                MOVE TBL-CUST-SUPP (WS-CUST-SUB) TO WS-LOOKUP-SUPP      00007820
             END-IF                                                     00007830
           END-PERFORM                                                  00007840
                                                                        00007850
           MOVE 'N' TO WS-FOUND-SW                                      00007860
           PERFORM VARYING WS-STATE-SUB FROM 1 BY 1                     00007870
                    UNTIL WS-STATE-SUB > WS-STATE-COUNT                 00007880
                    OR WS-FOUND                                         00007890
             IF TBL-ST-CD (WS-STATE-SUB) = WS-LOOKUP-STATE              00007900
                SET WS-FOUND TO TRUE                                    00007910
                MOVE TBL-ST-YEARS (WS-STATE-SUB) TO WS-DORM-YEARS       00007920
             END-IF                                                     00007930
           END-PERFORM.                                                 00007940
       2600-EXIT.                                                       00007950
           EXIT.                                                        00007960
                                                                        00007970
       2900-READ-MYFILE.                                                00007980
           READ MYFILE                                                  00007990
           EVALUATE FS-MYFILE                                           00008000
             WHEN "00"                                                  00008010
               ADD 1 TO WS-RECS-READ                                    00008020
             WHEN "10"                                                  00008030
               SET WS-EOF TO TRUE                                       00008040
             WHEN OTHER                                                 00008050
               DISPLAY "READ FAILED, MYFILE STATUS: " FS-MYFILE         00008060
               SET WS-EOF TO TRUE                                       00008070
               SET WS-IO-ERROR TO TRUE                                  00008080
           END-EVALUATE.                                                00008090
       2900-EXIT.                                                       00008100
           EXIT.                                                        00008110
                                                                        00008120
      *> ***************************************************************00008130
      *> CONVERT WS-DN-DATE (CCYYMMDD) TO A SERIAL DAY NUMBER, THE      00008140
      *> SAME ARITHMETIC THE AUDIT ARCHIVAL USES                        00008150
      *> ***************************************************************00008160
       6000-DATE-TO-DAYNUM.                                             00008170
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1                   00008180
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAPS-4           00008190
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAPS-100       00008200
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAPS-400       00008210
           COMPUTE WS-DN-RESULT =                                       00008220
              (WS-DN-PRIOR-YEARS * 365)                                 00008230
              + WS-DN-LEAPS-4                                           00008240
              - WS-DN-LEAPS-100                                         00008250
              + WS-DN-LEAPS-400                                         00008260
              + CUM-DAYS-TO-MONTH (WS-DN-MM)                            00008270
              + WS-DN-DD                                                00008280
           PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT                  00008290
           IF WS-DN-MM > 2 AND WS-DN-LEAP-YEAR                          00008300
              ADD 1 TO WS-DN-RESULT                                     00008310
           END-IF.                                                      00008320
       6000-EXIT.                                                       00008330
           EXIT.                                                        00008340
                                                                        00008350
       6100-CHECK-LEAP-YEAR.                                            00008360
           MOVE 'N' TO WS-DN-LEAP-SW                                    00008370
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-LEAP-QUOT                00008380
              REMAINDER WS-DN-LEAP-REM                                  00008390
           IF WS-DN-LEAP-REM = 0                                        00008400
              DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-LEAP-QUOT           00008410
                 REMAINDER WS-DN-LEAP-REM                               00008420
              IF WS-DN-LEAP-REM = 0                                     00008430
                 DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-LEAP-QUOT        00008440
                    REMAINDER WS-DN-LEAP-REM                            00008450
                 IF WS-DN-LEAP-REM = 0                                  00008460
                    SET WS-DN-LEAP-YEAR TO TRUE                         00008470
                 END-IF                                                 00008480
              ELSE                                                      00008490
                 SET WS-DN-LEAP-YEAR TO TRUE                            00008500
              END-IF                                                    00008510
           END-IF.                                                      00008520
       6100-EXIT.                                                       00008530
           EXIT.                                                        00008540
                                                                        00008550
      *> ***************************************************************00008560
      *> THE STATE FILE: ONE GROUP PER STATE ON THE TABLE, IN TABLE     00008570
      *> ORDER, THEN EVERYTHING WHOSE STATE IS NOT ON IT (UNKNOWN       00008580
      *> OWNERS INCLUDED), EACH GROUP CLOSED BY ITS TOTAL RECORD        00008590
      *> ***************************************************************00008600
       7000-WRITE-UNCLAIMED.                                            00008610
           PERFORM VARYING WS-STATE-SUB FROM 1 BY 1                     00008620
                    UNTIL WS-STATE-SUB > WS-STATE-COUNT                 00008630
             MOVE TBL-ST-CD (WS-STATE-SUB) TO WS-GROUP-STATE            00008640
             PERFORM 7100-WRITE-STATE-GROUP THRU 7100-EXIT              00008650
             MOVE WS-GROUP-COUNT TO TBL-ST-UCP-COUNT (WS-STATE-SUB)     00008660
             MOVE WS-GROUP-AMOUNT TO TBL-ST-UCP-AMOUNT (WS-STATE-SUB)   00008670
           END-PERFORM                                                  00008680
      *> WHAT IS LEFT IS EVERY ENTRY NOT YET WRITTEN, ONE GROUP PER     00008690
      *> LEFTOVER STATE CODE                                            00008700
           PERFORM VARYING WS-UCP-SUB FROM 1 BY 1                       00008710
                    UNTIL WS-UCP-SUB > WS-UCP-COUNT                     00008720
             IF TBL-UCP-ACCT-NO (WS-UCP-SUB) > 0                        00008730
                MOVE TBL-UCP-STATE (WS-UCP-SUB) TO WS-GROUP-STATE       00008740
                PERFORM 7100-WRITE-STATE-GROUP THRU 7100-EXIT           00008750
             END-IF                                                     00008760
           END-PERFORM.                                                 00008770
       7000-EXIT.                                                       00008780
           EXIT.                                                        00008790
                                                                        00008800
       7100-WRITE-STATE-GROUP.                                          00008810
           MOVE ZEROES TO WS-GROUP-COUNT                                00008820
           MOVE ZEROES TO WS-GROUP-AMOUNT                               00008830
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1                       00008840
                    UNTIL WS-GRP-SUB > WS-UCP-COUNT                     00008850
             IF TBL-UCP-STATE (WS-GRP-SUB) = WS-GROUP-STATE             00008860
                AND TBL-UCP-ACCT-NO (WS-GRP-SUB) > 0                    00008870
                PERFORM 7200-WRITE-DETAIL THRU 7200-EXIT                00008880
             END-IF                                                     00008890
           END-PERFORM                                                  00008900
           IF WS-GROUP-COUNT = 0                                        00008910
              GO TO 7100-EXIT                                           00008920
           END-IF                                                       00008930
           MOVE SPACES TO UNCLAIMED-RECORD                              00008940
           SET UCP-STATE-TOTAL TO TRUE                                  00008950
           MOVE WS-GROUP-STATE TO UCP-STATE                             00008960
           MOVE WS-RUN-YYYY TO UCP-REPORT-YEAR                          00008970
           MOVE WS-GROUP-COUNT TO UCP-TOT-COUNT                         00008980
           MOVE WS-GROUP-AMOUNT TO UCP-TOT-AMOUNT                       00008990
           WRITE UNCLAIMED-RECORD                                       00009000
           IF FS-UNCLAIMED-FILE NOT = "00"                              00009010
              DISPLAY "WRITE FAILED, UNCLAIMED-FILE STATUS: "           00009020
                FS-UNCLAIMED-FILE                                       00009030
              SET WS-IO-ERROR TO TRUE                                   00009040
           END-IF                                                       00009050
           DISPLAY "STATE " WS-GROUP-STATE " ACCOUNTS REPORTED: "       00009060
             WS-GROUP-COUNT.                                            00009070
       7100-EXIT.                                                       00009080
           EXIT.                                                        00009090
                                                                        00009100
      *> ***************************************************************00009110
      *> ONE DETAIL RECORD; THE ENTRY'S ACCOUNT IS ZEROED ONCE WRITTEN  00009120
      *> SO THE LEFTOVER PASS DOES NOT WRITE IT TWICE                   00009130
      *> ***************************************************************00009140
       7200-WRITE-DETAIL.                                               00009150
           MOVE SPACES TO UNCLAIMED-RECORD                              00009160
           SET UCP-DETAIL TO TRUE                                       00009170
           MOVE WS-GROUP-STATE TO UCP-STATE                             00009180
           MOVE WS-RUN-YYYY TO UCP-REPORT-YEAR                          00009190
           MOVE TBL-UCP-ACCT-NO (WS-GRP-SUB) TO UCP-ACCT-NO             00009200
           MOVE TBL-UCP-CUST-ID (WS-GRP-SUB) TO UCP-CUST-ID             00009210
           MOVE TBL-UCP-CUST-SUB (WS-GRP-SUB) TO WS-LOOKUP-CUST-SUB     00009220
           IF WS-LOOKUP-CUST-SUB > 0                                    00009230
              MOVE TBL-CUST-LAST (WS-LOOKUP-CUST-SUB) TO UCP-LAST-NAME  00009240
              MOVE TBL-CUST-FIRST (WS-LOOKUP-CUST-SUB) TO               00009250
                 UCP-FIRST-NAME                                         00009260
              MOVE TBL-CUST-ADDR1 (WS-LOOKUP-CUST-SUB) TO               00009270
                 UCP-ADDR-LINE1                                         00009280
              MOVE TBL-CUST-ADDR2 (WS-LOOKUP-CUST-SUB) TO               00009290
                 UCP-ADDR-LINE2                                         00009300
              MOVE TBL-CUST-CITY (WS-LOOKUP-CUST-SUB) TO UCP-CITY       00009310
              MOVE TBL-CUST-ZIP (WS-LOOKUP-CUST-SUB) TO UCP-ZIP         00009320
           END-IF                                                       00009330
           MOVE TBL-UCP-AMOUNT (WS-GRP-SUB) TO UCP-AMOUNT               00009340
           MOVE TBL-UCP-CURR-CD (WS-GRP-SUB) TO UCP-CURR-CD             00009350
           MOVE TBL-UCP-LAST-ACT (WS-GRP-SUB) TO UCP-LAST-ACTIVITY      00009360
           MOVE TBL-UCP-DORM-DATE (WS-GRP-SUB) TO UCP-DORMANT-DATE      00009370
           WRITE UNCLAIMED-RECORD                                       00009380
           IF FS-UNCLAIMED-FILE NOT = "00"                              00009390
              DISPLAY "WRITE FAILED, UNCLAIMED-FILE STATUS: "           00009400
                FS-UNCLAIMED-FILE                                       00009410
              SET WS-IO-ERROR TO TRUE                                   00009420
           ELSE                                                         00009430
              ADD 1 TO WS-GROUP-COUNT                                   00009440
              ADD TBL-UCP-AMOUNT (WS-GRP-SUB) TO WS-GROUP-AMOUNT        00009450
              ADD 1 TO WS-UCP-WRITTEN                                   00009460
              ADD TBL-UCP-AMOUNT (WS-GRP-SUB) TO WS-UCP-TOTAL           00009470
           END-IF                                                       00009480
           MOVE ZEROES TO TBL-UCP-ACCT-NO (WS-GRP-SUB).                 00009490
       7200-EXIT.                                                       00009500
           EXIT.                                                        00009510
                                                                        00009520
      *> ***************************************************************00009530
      *> COUNT SUMMARY, THEN CLOSE UP                                   00009540
      *> ***************************************************************00009550
       9000-TERMINATE.                                                  00009560
           MOVE WS-UCP-TOTAL TO WS-UCP-TOTAL-ED                         00009570
           DISPLAY "===== DORMANT RUN SUMMARY ====="                    00009580
           DISPLAY "ACCOUNTS READ        : " WS-RECS-READ               00009590
           DISPLAY "NEWLY DORMANT        : " WS-NEWLY-DORMANT           00009600
           DISPLAY "LETTERS WRITTEN      : " WS-LETTERS-WRITTEN         00009610
           DISPLAY "LETTERS SUPPRESSED   : " WS-LETTERS-SUPPRESSED      00009620
           DISPLAY "NO ACTIVE OWNER      : " WS-NO-OWNER-COUNT          00009630
           DISPLAY "NO USABLE DATE       : " WS-UNDATED-COUNT           00009640
           IF WS-REPORT-RUN                                             00009650
              DISPLAY "UNCLAIMED REPORTED   : " WS-UCP-WRITTEN          00009660
              DISPLAY "UNCLAIMED TOTAL      : " WS-UCP-TOTAL-ED         00009670
              CLOSE UNCLAIMED-FILE                                      00009680
           END-IF                                                       00009690
           CLOSE MYFILE                                                 00009700
           CLOSE STATUS-TRAN-FILE                                       00009710
           CLOSE LETTER-FILE                                            00009720
           CLOSE LETTER-REVW-FILE                                       00009730
           CLOSE CONTACT-HIST-FILE.                                     00009740
       9000-EXIT.                                                       00009750
           EXIT.                                                        00009760
                                                                        00009770
       COPY ABENDPAR.                                                   00009780
       COPY PROCDPAR.                                                   00009790
