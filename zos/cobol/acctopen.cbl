       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. ACCTOPEN.                                            00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * ACCOUNT OPENING FROM CONDI APPROVALS.                   *       00000090
      * READS TONIGHT'S NEW-ACCOUNT FEED FROM CONDI.  EACH       *      00000100
      * APPROVED APPLICANT IS MATCHED TO AN EXISTING CUSTOMER   *       00000110
      * ON CUSTFILE BY THE CUSTDEDU SOUND-ALIKE KEYS OF THE      *      00000120
      * FIRST AND LAST NAMES; WITH NO MATCH A NEW CUSTOMER IS   *       00000130
      * ADDED UNDER THE NEXT NUMBER OFF CUSTCTL.  THE MYFILE     *      00000140
      * ACCOUNT FOR THE APPROVED PRODUCT IS THEN ADDED UNDER    *       00000150
      * THE NEXT NUMBER OFF ACCTCTL AND THE ACTIVE ACCTXREF     *       00000160
      * LINK WRITTEN.  AN APPROVAL THAT CANNOT BE OPENED GOES   *       00000170
      * TO THE REJECT FILE WITH ITS REASON CODE AND THE TEXT    *       00000180
      * FROM THE SHARED REASON-CODE MASTER.                     *       00000190
      * ********************************************************        00000200
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
       FILE-CONTROL.                                                    00000230
           SELECT NEWACCT-FILE                                          00000240
           ASSIGN TO CONDNACT                                           00000250
           ORGANIZATION IS SEQUENTIAL                                   00000260
           FILE STATUS IS FS-NEWACCT-FILE.                              00000270
           SELECT CUST-MASTER-FILE                                      00000280
           ASSIGN TO CUSTFILE                                           00000290
           ORGANIZATION IS INDEXED                                      00000300
           ACCESS MODE IS DYNAMIC                                       00000310
           RECORD KEY IS CUST-ID OF CUST-MASTER-RECORD                  00000320
           FILE STATUS IS FS-CUST-MASTER-FILE.                          00000330
           SELECT CUST-CTL-FILE                                         00000340
           ASSIGN TO CUSTCTL                                            00000350
           ORGANIZATION IS INDEXED                                      00000360
           ACCESS MODE IS RANDOM                                        00000370
           RECORD KEY IS CCTL-KEY OF CUST-CTL-RECORD                    00000380
           FILE STATUS IS FS-CUST-CTL-FILE.                             00000390
           SELECT MYFILE                                                00000400
           ASSIGN TO MYDD                                               00000410
           ORGANIZATION IS INDEXED                                      00000420
           ACCESS MODE IS DYNAMIC                                       00000430
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000440
           FILE STATUS IS FS-MYFILE.                                    00000450
           SELECT DELTA-FILE                                            00000453
           ASSIGN TO MYFDELTA                                           00000456
           ORGANIZATION IS SEQUENTIAL                                   00000459
           FILE STATUS IS FS-DELTA-FILE.                                00000462
           SELECT ACCT-CTL-FILE                                         00000465
           ASSIGN TO ACCTCTL                                            00000470
           ORGANIZATION IS INDEXED                                      00000480
           ACCESS MODE IS RANDOM                                        00000490
           RECORD KEY IS ACTL-KEY OF ACCT-CTL-RECORD                    00000500
           FILE STATUS IS FS-ACCT-CTL-FILE.                             00000510
           SELECT XREF-FILE                                             00000520
           ASSIGN TO ACCTXREF                                           00000530
           ORGANIZATION IS SEQUENTIAL                                   00000540
           FILE STATUS IS FS-XREF-FILE.                                 00000550
           SELECT REJECT-FILE                                           00000560
           ASSIGN TO ACCTOREJ                                           00000570
           ORGANIZATION IS SEQUENTIAL                                   00000580
           FILE STATUS IS FS-REJECT-FILE.                               00000590
           SELECT OPEN-RPT-FILE                                         00000600
           ASSIGN TO ACCTORPT                                           00000610
           ORGANIZATION IS SEQUENTIAL                                   00000620
           FILE STATUS IS FS-OPEN-RPT-FILE.                             00000630
           SELECT REASON-CODE-FILE                                      00000640
           ASSIGN TO RSNCODES                                           00000650
           ORGANIZATION IS SEQUENTIAL                                   00000660
           FILE STATUS IS FS-REASON-CODE-FILE.                          00000670
           SELECT FILE-STATE-FILE                                       00000680
           ASSIGN TO FILESTAT                                           00000690
           ORGANIZATION IS SEQUENTIAL                                   00000700
           FILE STATUS IS FS-FILE-STATE-FILE.                           00000710
           SELECT AUDIT-LOG-FILE                                        00000720
           ASSIGN TO AUDITLOG                                           00000730
           ORGANIZATION IS SEQUENTIAL                                   00000740
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000750
           SELECT PROC-DATE-FILE                                        00000760
           ASSIGN TO PROCDATE                                           00000770
           ORGANIZATION IS SEQUENTIAL                                   00000780
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000790
       DATA DIVISION.                                                   00000800
       FILE SECTION.                                                    00000810
       FD NEWACCT-FILE.                                                 00000820
       COPY NACTREC.                                                    00000830
                                                                        00000840
       FD CUST-MASTER-FILE.                                             00000850
       COPY CUSTREC REPLACING ==CUST-RECORD== BY                        00000860
                              ==CUST-MASTER-RECORD==.                   00000870
                                                                        00000880
       FD CUST-CTL-FILE.                                                00000890
       COPY CUSTCTL.                                                    00000900
                                                                        00000910
       FD MYFILE.                                                       00000915
       COPY MYFREC.                                                     00000920
                                                                        00000925
       FD DELTA-FILE.                                                   00000930
       COPY DELTAREC.                                                   00000935
                                                                        00000940
       FD ACCT-CTL-FILE.                                                00000950
       COPY ACCTCTL.                                                    00000960
                                                                        00000970
       FD XREF-FILE.                                                    00000980
       COPY ACCTXREF.                                                   00000990
                                                                        00001000
      *> ***************************************************************00001010
      *> REJECTED APPROVAL: THE FEED RECORD AS RECEIVED, THE REASON     00001020
      *> CODE, AND THE REASON TEXT FROM THE MASTER                      00001030
      *> ***************************************************************00001040
       FD REJECT-FILE.                                                  00001050
       01 ACCTO-REJ-REC.                                                00001060
           05 AOREJ-ORIG-REC        PIC X(80).                          00001070
           05 AOREJ-REASON-CD       PIC X(04).                          00001080
           05 AOREJ-REASON-TXT      PIC X(40).                          00001090
                                                                        00001100
       FD OPEN-RPT-FILE.                                                00001110
       01 OPEN-RPT-LINE             PIC X(133).                         00001120
                                                                        00001130
       FD REASON-CODE-FILE.                                             00001140
       COPY RSNCODE.                                                    00001150
                                                                        00001160
       FD FILE-STATE-FILE.                                              00001170
       COPY FILESTAT.                                                   00001180
                                                                        00001190
       FD AUDIT-LOG-FILE.                                               00001200
       COPY AUDITLOG.                                                   00001210
                                                                        00001220
       FD PROC-DATE-FILE.                                               00001230
       COPY PROCDREC.                                                   00001240
                                                                        00001250
       WORKING-STORAGE SECTION.                                         00001260
       01 FS-NEWACCT-FILE PIC XX.                                       00001270
       01 FS-CUST-MASTER-FILE PIC XX.                                   00001280
       01 FS-CUST-CTL-FILE PIC XX.                                      00001290
       01 FS-MYFILE PIC XX.                                             00001296
       01 FS-DELTA-FILE PIC XX.                                         00001302
       01 FS-ACCT-CTL-FILE PIC XX.                                      00001310
       01 FS-XREF-FILE PIC XX.                                          00001320
       01 FS-REJECT-FILE PIC XX.                                        00001330
       01 FS-OPEN-RPT-FILE PIC XX.                                      00001340
       01 FS-REASON-CODE-FILE PIC XX.                                   00001350
       01 FS-FILE-STATE-FILE PIC XX.                                    00001360
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00001370
                                                                        00001380
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001390
           88 WS-EOF VALUE 'Y'.                                         00001400
       01 WS-CUST-EOF-SW PIC X(01) VALUE 'N'.                           00001410
           88 WS-CUST-EOF VALUE 'Y'.                                    00001420
       01 WS-MYF-EOF-SW PIC X(01) VALUE 'N'.                            00001430
           88 WS-MYF-EOF VALUE 'Y'.                                     00001440
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00001450
           88 WS-IO-ERROR VALUE 'Y'.                                    00001460
       01 WS-VALID-SW PIC X(01) VALUE 'Y'.                              00001470
           88 WS-VALID VALUE 'Y'.                                       00001480
       01 WS-CUST-TBL-FULL-SW PIC X(01) VALUE 'N'.                      00001490
           88 WS-CUST-TBL-FULL VALUE 'Y'.                               00001500
       01 WS-NEW-CUST-SW PIC X(01) VALUE 'N'.                           00001510
           88 WS-NEW-CUST VALUE 'Y'.                                    00001520
                                                                        00001530
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001540
       01 WS-REASON-CD PIC X(04) VALUE SPACES.                          00001550
       01 WS-REASON-TXT PIC X(40) VALUE SPACES.                         00001560
                                                                        00001570
      *> ***************************************************************00001580
      *> THE APPLICANT'S NAME AS CAPTURED IS ONE 20-BYTE FIELD: THE     00001590
      *> FIRST WORD IS THE FIRST NAME, EVERYTHING AFTER IT THE LAST     00001600
      *> ***************************************************************00001610
       01 WS-SPLIT-FIRST PIC X(20) VALUE SPACES.                        00001620
       01 WS-SPLIT-LAST PIC X(20) VALUE SPACES.                         00001630
       01 WS-SPLIT-PTR PIC 9(02) VALUE ZEROES.                          00001640
       01 WS-APPL-FIRST-PHON PIC X(04) VALUE SPACES.                    00001650
       01 WS-APPL-LAST-PHON PIC X(04) VALUE SPACES.                     00001660
                                                                        00001670
      *> ***************************************************************00001680
      *> EVERY CUSTOMER ON CUSTFILE BY ITS SOUND-ALIKE KEYS, PLUS       00001690
      *> EACH CUSTOMER ADDED TONIGHT, SO A SECOND APPROVAL FOR THE      00001700
      *> SAME PERSON IN ONE FEED LANDS ON THE SAME CUSTOMER             00001710
      *> ***************************************************************00001720
       01 WS-CUST-TABLE.                                                00001730
           05 WS-CUST-ENTRY OCCURS 2000 TIMES.                          00001740
               10 TBL-CUST-ID           PIC 9(09).                      00001750
               10 TBL-FIRST-PHON        PIC X(04).                      00001760
               10 TBL-LAST-PHON         PIC X(04).                      00001770
               10 TBL-SUPPRESS          PIC X(01).                      00001780
               10 TBL-SANC-HOLD         PIC X(01).                      00001785
       01 WS-CUST-COUNT PIC 9(04) VALUE ZEROES.                         00001790
       01 WS-CUST-MAX PIC 9(04) VALUE 2000.                             00001800
       01 WS-CUST-SUB PIC 9(04) VALUE ZEROES.                           00001810
       01 WS-MATCH-SUB PIC 9(04) VALUE ZEROES.                          00001820
       01 WS-MATCH-COUNT PIC 9(04) VALUE ZEROES.                        00001830
       01 WS-MATCH-CUST-ID PIC 9(09) VALUE ZEROES.                      00001840
       01 WS-NEW-ACCT-NO PIC 9(09) VALUE ZEROES.                        00001850
       01 WS-HIGH-ACCT-NO PIC 9(09) VALUE ZEROES.                       00001860
                                                                        00001870
      *> ***************************************************************00001880
      *> SOUND-ALIKE KEY WORK AREAS, THE SAME CODING CUSTDEDU USES      00001890
      *> ***************************************************************00001900
       01 WS-PHON-IN PIC X(20) VALUE SPACES.                            00001910
       01 WS-PHON-OUT PIC X(04) VALUE SPACES.                           00001920
       01 WS-PHON-SUB PIC 9(02) VALUE ZEROES.                           00001930
       01 WS-PHON-LEN PIC 9(02) VALUE ZEROES.                           00001940
       01 WS-PHON-CHAR PIC X(01) VALUE SPACES.                          00001950
       01 WS-PHON-CODE PIC X(01) VALUE SPACES.                          00001960
       01 WS-PHON-PRIOR-CODE PIC X(01) VALUE SPACES.                    00001970
                                                                        00001980
       01 WS-FEED-READ PIC 9(07) VALUE ZEROES.                          00001990
       01 WS-ACCTS-OPENED PIC 9(07) VALUE ZEROES.                       00002000
       01 WS-CUSTS-ADDED PIC 9(07) VALUE ZEROES.                        00002010
       01 WS-CUSTS-MATCHED PIC 9(07) VALUE ZEROES.                      00002020
       01 WS-REJECTED PIC 9(07) VALUE ZEROES.                           00002030
       COPY ABENDCPY.                                                   00002040
       COPY FSTATWS.                                                    00002050
       COPY FEEDTRL.                                                    00002060
       COPY RSNTBL.                                                     00002070
       COPY AUDITCHN.                                                   00002080
       COPY PROCDCPY.                                                   00002090
                                                                        00002100
       01 WS-HDR-LINE-1.                                                00002110
           05 FILLER PIC X(01) VALUE '1'.                               00002120
           05 FILLER PIC X(45)                                          00002130
              VALUE 'ACCTOPEN - ACCOUNTS OPENED FROM APPROVALS'.        00002140
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00002150
           05 HDR-RUN-DATE PIC 9(08).                                   00002160
                                                                        00002170
       01 WS-HDR-LINE-2.                                                00002180
           05 FILLER PIC X(01) VALUE SPACE.                             00002190
           05 FILLER PIC X(11) VALUE 'APPL ID'.                         00002200
           05 FILLER PIC X(21) VALUE 'APPLICANT NAME'.                  00002210
           05 FILLER PIC X(06) VALUE 'PROD'.                            00002220
           05 FILLER PIC X(11) VALUE 'CUSTOMER'.                        00002230
           05 FILLER PIC X(09) VALUE 'CUST'.                            00002240
           05 FILLER PIC X(11) VALUE 'ACCOUNT'.                         00002250
           05 FILLER PIC X(45) VALUE 'RESULT'.                          00002260
                                                                        00002270
       01 WS-DTL-LINE.                                                  00002280
           05 FILLER PIC X(01) VALUE SPACE.                             00002290
           05 DTL-APPL-ID PIC 9(09).                                    00002300
           05 FILLER PIC X(02) VALUE SPACES.                            00002310
           05 DTL-NAME PIC X(20).                                       00002320
           05 FILLER PIC X(01) VALUE SPACE.                             00002330
           05 DTL-PRODUCT PIC X(04).                                    00002340
           05 FILLER PIC X(02) VALUE SPACES.                            00002350
           05 DTL-CUST-ID PIC Z(08)9.                                   00002360
           05 FILLER PIC X(02) VALUE SPACES.                            00002370
           05 DTL-CUST-TYPE PIC X(08).                                  00002380
           05 FILLER PIC X(01) VALUE SPACE.                             00002390
           05 DTL-ACCT-NO PIC Z(08)9.                                   00002400
           05 FILLER PIC X(02) VALUE SPACES.                            00002410
           05 DTL-RESULT PIC X(45).                                     00002420
                                                                        00002430
       01 WS-TOTAL-LINE.                                                00002440
           05 FILLER PIC X(01) VALUE '0'.                               00002450
           05 FILLER PIC X(17) VALUE 'ACCOUNTS OPENED'.                 00002460
           05 TOT-OPENED PIC Z(06)9.                                    00002470
           05 FILLER PIC X(04) VALUE SPACES.                            00002480
           05 FILLER PIC X(17) VALUE 'NEW CUSTOMERS'.                   00002490
           05 TOT-ADDED PIC Z(06)9.                                     00002500
           05 FILLER PIC X(04) VALUE SPACES.                            00002510
           05 FILLER PIC X(17) VALUE 'REJECTED'.                        00002520
           05 TOT-REJECTED PIC Z(06)9.                                  00002530
                                                                        00002540
       PROCEDURE DIVISION.                                              00002550
       0000-MAIN.                                                       00002560
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00002570
           PERFORM 2000-PROCESS-APPROVAL THRU 2000-EXIT                 00002580
              UNTIL WS-EOF                                              00002590
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00002600
           IF WS-IO-ERROR                                               00002610
              MOVE 12 TO RETURN-CODE                                    00002620
           ELSE                                                         00002630
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00002640
           END-IF                                                       00002650
      *> A FEED THAT FAILED ITS TRAILER PROOF MUST FAIL THE STEP        00002660
           IF WS-FTC-FAILED AND RETURN-CODE < 8                         00002670
              SET RC-ERROR TO TRUE                                      00002680
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00002690
           END-IF                                                       00002700
           GOBACK.                                                      00002710
                                                                        00002720
      *> ***************************************************************00002730
      *> RUN DATE AND REASON CODES; CUSTFILE AND CUSTCTL ONCE THE       00002740
      *> REGION HAS HANDED THEM OVER; MYFILE AND ITS NUMBER CONTROL;    00002750
      *> THEN THE FEED AND THE OUTPUTS                                  00002760
      *> ***************************************************************00002770
       1000-INITIALIZE.                                                 00002780
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00002790
           IF WS-PROCESS-DATE > 0                                       00002800
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00002810
           ELSE                                                         00002820
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00002830
           END-IF                                                       00002840
           PERFORM 8400-LOAD-REASON-CODES THRU 8400-EXIT                00002850
                                                                        00002860
      *> THE REGION MUST HAVE HANDED BOTH FILES OVER BEFORE ANY         00002870
      *> OPEN - SEE FSTATCHK                                            00002880
           MOVE 'CUSTFILE' TO WS-FST-WANTED                             00002890
           PERFORM 8600-CHECK-FILE-OWNER THRU 8600-EXIT                 00002900
           MOVE 'CUSTCTL' TO WS-FST-WANTED                              00002910
           PERFORM 8600-CHECK-FILE-OWNER THRU 8600-EXIT                 00002920
                                                                        00002930
           OPEN INPUT NEWACCT-FILE                                      00002940
           EVALUATE FS-NEWACCT-FILE                                     00002950
             WHEN "00"                                                  00002960
               CONTINUE                                                 00002970
             WHEN "35"                                                  00002980
               DISPLAY "NO NEW-ACCOUNT FEED TONIGHT, NOTHING TO OPEN"   00002990
               SET WS-EOF TO TRUE                                       00003000
             WHEN OTHER                                                 00003010
               MOVE "OPEN FAILED ON NEWACCT-FILE" TO WS-ABEND-MESSAGE   00003020
               GO TO 9999-ABEND                                         00003030
           END-EVALUATE                                                 00003040
                                                                        00003050
           OPEN I-O CUST-MASTER-FILE                                    00003060
           EVALUATE FS-CUST-MASTER-FILE                                 00003070
             WHEN "00"                                                  00003080
               CONTINUE                                                 00003090
             WHEN "35"                                                  00003100
               MOVE "CUSTOMER MASTER KSDS NOT FOUND" TO                 00003110
                  WS-ABEND-MESSAGE                                      00003120
               GO TO 9999-ABEND                                         00003130
             WHEN OTHER                                                 00003140
               MOVE "OPEN FAILED ON CUST-MASTER-FILE" TO                00003150
                  WS-ABEND-MESSAGE                                      00003160
               GO TO 9999-ABEND                                         00003170
           END-EVALUATE                                                 00003180
           PERFORM 1100-OPEN-CUST-CTL THRU 1100-EXIT                    00003190
           PERFORM 1200-LOAD-CUSTOMERS THRU 1200-EXIT                   00003200
                                                                        00003210
           OPEN I-O MYFILE                                              00003220
           EVALUATE FS-MYFILE                                           00003230
             WHEN "00"                                                  00003240
               CONTINUE                                                 00003250
             WHEN "35"                                                  00003260
               MOVE "MYFILE KSDS NOT FOUND" TO WS-ABEND-MESSAGE         00003270
               GO TO 9999-ABEND                                         00003280
             WHEN OTHER                                                 00003290
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00003293
               GO TO 9999-ABEND                                         00003296
           END-EVALUATE                                                 00003299
      *> EVERY NEW ACCOUNT GOES ON THE SHARED DELTA FEED SO THE NEXT    00003302
      *> INCREMENTAL EXTRACT PICKS IT UP                                00003305
           OPEN EXTEND DELTA-FILE                                       00003308
           IF FS-DELTA-FILE = "35"                                      00003311
              OPEN OUTPUT DELTA-FILE                                    00003314
           END-IF                                                       00003317
           IF FS-DELTA-FILE NOT = "00"                                  00003320
              MOVE "OPEN FAILED ON DELTA-FILE" TO WS-ABEND-MESSAGE      00003323
              GO TO 9999-ABEND                                          00003326
           END-IF                                                       00003329
           PERFORM 1300-OPEN-ACCT-CTL THRU 1300-EXIT                    00003332
                                                                        00003340
      *> THE CROSS-REFERENCE IS THE SHOP'S RUNNING RECORD OF WHO        00003350
      *> OWNS WHAT, SO IT IS APPENDED TO, NEVER REPLACED                00003360
           OPEN EXTEND XREF-FILE                                        00003370
           IF FS-XREF-FILE = "35"                                       00003380
              OPEN OUTPUT XREF-FILE                                     00003390
           END-IF                                                       00003400
           IF FS-XREF-FILE NOT = "00"                                   00003410
              MOVE "OPEN FAILED ON XREF-FILE" TO WS-ABEND-MESSAGE       00003420
              GO TO 9999-ABEND                                          00003430
           END-IF                                                       00003440
           OPEN OUTPUT REJECT-FILE                                      00003450
           IF FS-REJECT-FILE NOT = "00"                                 00003460
              MOVE "OPEN FAILED ON REJECT-FILE" TO WS-ABEND-MESSAGE     00003470
              GO TO 9999-ABEND                                          00003480
           END-IF                                                       00003490
           OPEN OUTPUT OPEN-RPT-FILE                                    00003500
           IF FS-OPEN-RPT-FILE NOT = "00"                               00003510
              MOVE "OPEN FAILED ON OPEN-RPT-FILE" TO WS-ABEND-MESSAGE   00003520
              GO TO 9999-ABEND                                          00003530
           END-IF                                                       00003540
           MOVE "ACCTOPEN" TO ALOG-PROGRAM-ID                           00003550
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00003560
                                                                        00003570
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00003580
           WRITE OPEN-RPT-LINE FROM WS-HDR-LINE-1                       00003590
           WRITE OPEN-RPT-LINE FROM WS-HDR-LINE-2                       00003600
           IF NOT WS-EOF                                                00003610
              PERFORM 2900-READ-FEED THRU 2900-EXIT                     00003620
           END-IF.                                                      00003630
       1000-EXIT.                                                       00003640
           EXIT.                                                        00003650
                                                                        00003660
      *> ***************************************************************00003670
      *> THE CUSTOMER NUMBER CONTROL RECORD IS SHARED WITH TEST1 AND    00003680
      *> THE ONLINE INTAKE; A MISSING FILE IS THE FIRST RUN AND SEEDS   00003690
      *> THE RECORD AT ZERO, EXACTLY AS TEST1 DOES                      00003700
      *> ***************************************************************00003710
       1100-OPEN-CUST-CTL.                                              00003720
           OPEN I-O CUST-CTL-FILE                                       00003730
           EVALUATE FS-CUST-CTL-FILE                                    00003740
             WHEN "00"                                                  00003750
               CONTINUE                                                 00003760
             WHEN "35"                                                  00003770
               OPEN OUTPUT CUST-CTL-FILE                                00003780
               IF FS-CUST-CTL-FILE NOT = "00"                           00003790
                  MOVE "OPEN FAILED ON CUST-CTL-FILE" TO                00003800
                     WS-ABEND-MESSAGE                                   00003810
                  GO TO 9999-ABEND                                      00003820
               END-IF                                                   00003830
               MOVE SPACES TO CUST-CTL-RECORD                           00003840
               MOVE '0' TO CCTL-KEY                                     00003850
               MOVE ZEROES TO CCTL-LAST-CUST-ID                         00003860
               WRITE CUST-CTL-RECORD                                    00003870
               CLOSE CUST-CTL-FILE                                      00003880
               OPEN I-O CUST-CTL-FILE                                   00003890
               IF FS-CUST-CTL-FILE NOT = "00"                           00003900
                  MOVE "REOPEN FAILED ON CUST-CTL-FILE" TO              00003910
                     WS-ABEND-MESSAGE                                   00003920
                  GO TO 9999-ABEND                                      00003930
               END-IF                                                   00003940
             WHEN OTHER                                                 00003950
               MOVE "OPEN FAILED ON CUST-CTL-FILE" TO                   00003960
                  WS-ABEND-MESSAGE                                      00003970
               GO TO 9999-ABEND                                         00003980
           END-EVALUATE.                                                00003990
       1100-EXIT.                                                       00004000
           EXIT.                                                        00004010
                                                                        00004020
      *> ***************************************************************00004030
      *> ONE PASS OF CUSTFILE BUILDS THE SOUND-ALIKE TABLE THE          00004040
      *> MATCH RUNS AGAINST                                             00004050
      *> ***************************************************************00004060
       1200-LOAD-CUSTOMERS.                                             00004070
           PERFORM UNTIL WS-CUST-EOF                                    00004080
             READ CUST-MASTER-FILE NEXT                                 00004090
               AT END                                                   00004100
                 SET WS-CUST-EOF TO TRUE                                00004110
               NOT AT END                                               00004120
                 PERFORM 1250-LOAD-ONE-CUSTOMER THRU 1250-EXIT          00004130
             END-READ                                                   00004140
           END-PERFORM                                                  00004150
           DISPLAY "CUSTOMERS LOADED : " WS-CUST-COUNT.                 00004160
       1200-EXIT.                                                       00004170
           EXIT.                                                        00004180
                                                                        00004190
       1250-LOAD-ONE-CUSTOMER.                                          00004200
           IF WS-CUST-COUNT NOT < WS-CUST-MAX                           00004210
              IF NOT WS-CUST-TBL-FULL                                   00004220
                 DISPLAY "CUSTOMER TABLE FULL, MATCHING INCOMPLETE"     00004230
                 SET WS-CUST-TBL-FULL TO TRUE                           00004240
                 SET RC-WARNING TO TRUE                                 00004250
              END-IF                                                    00004260
              GO TO 1250-EXIT                                           00004270
           END-IF                                                       00004280
           ADD 1 TO WS-CUST-COUNT                                       00004290
           MOVE CUST-ID OF CUST-MASTER-RECORD TO                        00004300
              TBL-CUST-ID (WS-CUST-COUNT)                               00004310
           MOVE CUST-SUPPRESS OF CUST-MASTER-RECORD TO                  00004320
              TBL-SUPPRESS (WS-CUST-COUNT)                              00004330
           MOVE CUST-SANC-HOLD OF CUST-MASTER-RECORD TO                 00004333
              TBL-SANC-HOLD (WS-CUST-COUNT)                             00004336
           MOVE CUST-FIRST-NAME OF CUST-MASTER-RECORD TO WS-PHON-IN     00004340
           PERFORM 3000-BUILD-PHONETIC-KEY THRU 3000-EXIT               00004350
           MOVE WS-PHON-OUT TO TBL-FIRST-PHON (WS-CUST-COUNT)           00004360
           MOVE CUST-LAST-NAME OF CUST-MASTER-RECORD TO WS-PHON-IN      00004370
           PERFORM 3000-BUILD-PHONETIC-KEY THRU 3000-EXIT               00004380
           MOVE WS-PHON-OUT TO TBL-LAST-PHON (WS-CUST-COUNT).           00004390
       1250-EXIT.                                                       00004400
           EXIT.                                                        00004410
                                                                        00004420
      *> ***************************************************************00004430
      *> THE ACCOUNT NUMBER CONTROL RECORD.  ON THE FIRST RUN IT IS     00004440
      *> SEEDED FROM THE HIGHEST ACCOUNT ALREADY ON MYFILE, SO A NEW    00004450
      *> NUMBER CAN NEVER LAND ON AN ACCOUNT OPENED BY HAND             00004460
      *> ***************************************************************00004470
       1300-OPEN-ACCT-CTL.                                              00004480
           OPEN I-O ACCT-CTL-FILE                                       00004490
           EVALUATE FS-ACCT-CTL-FILE                                    00004500
             WHEN "00"                                                  00004510
               CONTINUE                                                 00004520
             WHEN "35"                                                  00004530
               PERFORM 1350-FIND-HIGH-ACCOUNT THRU 1350-EXIT            00004540
               OPEN OUTPUT ACCT-CTL-FILE                                00004550
               IF FS-ACCT-CTL-FILE NOT = "00"                           00004560
                  MOVE "OPEN FAILED ON ACCT-CTL-FILE" TO                00004570
                     WS-ABEND-MESSAGE                                   00004580
                  GO TO 9999-ABEND                                      00004590
               END-IF                                                   00004600
               MOVE SPACES TO ACCT-CTL-RECORD                           00004610
               MOVE '0' TO ACTL-KEY                                     00004620
               MOVE WS-HIGH-ACCT-NO TO ACTL-LAST-ACCT-NO                00004630
               WRITE ACCT-CTL-RECORD                                    00004640
               CLOSE ACCT-CTL-FILE                                      00004650
               DISPLAY "ACCOUNT CONTROL SEEDED AT " WS-HIGH-ACCT-NO     00004660
               OPEN I-O ACCT-CTL-FILE                                   00004670
               IF FS-ACCT-CTL-FILE NOT = "00"                           00004680
                  MOVE "REOPEN FAILED ON ACCT-CTL-FILE" TO              00004690
                     WS-ABEND-MESSAGE                                   00004700
                  GO TO 9999-ABEND                                      00004710
               END-IF                                                   00004720
             WHEN OTHER                                                 00004730
               MOVE "OPEN FAILED ON ACCT-CTL-FILE" TO                   00004740
                  WS-ABEND-MESSAGE                                      00004750
               GO TO 9999-ABEND                                         00004760
           END-EVALUATE.                                                00004770
       1300-EXIT.                                                       00004780
           EXIT.                                                        00004790
                                                                        00004800
       1350-FIND-HIGH-ACCOUNT.                                          00004810
           MOVE ZEROES TO WS-HIGH-ACCT-NO                               00004820
           PERFORM UNTIL WS-MYF-EOF                                     00004830
             READ MYFILE NEXT                                           00004840
               AT END                                                   00004850
                 SET WS-MYF-EOF TO TRUE                                 00004860
               NOT AT END                                               00004870
                 IF MYFREC-ACCT-NO > WS-HIGH-ACCT-NO                    00004880
                    MOVE MYFREC-ACCT-NO TO WS-HIGH-ACCT-NO              00004890
                 END-IF                                                 00004900
             END-READ                                                   00004910
           END-PERFORM.                                                 00004920
       1350-EXIT.                                                       00004930
           EXIT.                                                        00004940
                                                                        00004950
      *> ***************************************************************00004960
      *> OPEN ONE APPROVAL: EDIT IT, FIND OR ADD THE CUSTOMER, ADD      00004970
      *> THE ACCOUNT, LINK THEM.  ANY FAILURE ENDS IN THE REJECT FILE   00004980
      *> ***************************************************************00004990
       2000-PROCESS-APPROVAL.                                           00005000
           MOVE 'Y' TO WS-VALID-SW                                      00005010
           MOVE 'N' TO WS-NEW-CUST-SW                                   00005020
           MOVE SPACES TO WS-REASON-CD                                  00005030
           MOVE SPACES TO WS-REASON-TXT                                 00005040
           MOVE ZEROES TO WS-MATCH-CUST-ID                              00005050
           MOVE ZEROES TO WS-NEW-ACCT-NO                                00005060
           IF NAC-PRODUCT-CD = SPACES                                   00005070
              MOVE 'N003' TO WS-REASON-CD                               00005080
              MOVE 'NO PRODUCT CODE ON THE APPROVAL' TO WS-REASON-TXT   00005090
              PERFORM 2800-WRITE-REJECT THRU 2800-EXIT                  00005100
              GO TO 2000-READ-NEXT                                      00005110
           END-IF                                                       00005120
           PERFORM 2100-SPLIT-NAME THRU 2100-EXIT                       00005130
           IF NOT WS-VALID                                              00005140
              PERFORM 2800-WRITE-REJECT THRU 2800-EXIT                  00005150
              GO TO 2000-READ-NEXT                                      00005160
           END-IF                                                       00005170
           PERFORM 2200-MATCH-CUSTOMER THRU 2200-EXIT                   00005180
           IF NOT WS-VALID                                              00005190
              PERFORM 2800-WRITE-REJECT THRU 2800-EXIT                  00005200
              GO TO 2000-READ-NEXT                                      00005210
           END-IF                                                       00005220
           IF WS-MATCH-CUST-ID = 0                                      00005230
              PERFORM 2300-ADD-CUSTOMER THRU 2300-EXIT                  00005240
              IF NOT WS-VALID                                           00005250
                 PERFORM 2800-WRITE-REJECT THRU 2800-EXIT               00005260
                 GO TO 2000-READ-NEXT                                   00005270
              END-IF                                                    00005280
           END-IF                                                       00005290
           PERFORM 2400-ADD-ACCOUNT THRU 2400-EXIT                      00005300
           IF NOT WS-VALID                                              00005310
              PERFORM 2800-WRITE-REJECT THRU 2800-EXIT                  00005320
              GO TO 2000-READ-NEXT                                      00005330
           END-IF                                                       00005340
           PERFORM 2500-WRITE-XREF THRU 2500-EXIT                       00005350
           PERFORM 2600-REPORT-OPENED THRU 2600-EXIT.                   00005360
       2000-READ-NEXT.                                                  00005370
           IF NOT WS-EOF                                                00005380
              PERFORM 2900-READ-FEED THRU 2900-EXIT                     00005390
           END-IF.                                                      00005400
       2000-EXIT.                                                       00005410
           EXIT.                                                        00005420
                                                                        00005430
       2100-SPLIT-NAME.                                                 00005440
           MOVE SPACES TO WS-SPLIT-FIRST                                00005450
           MOVE SPACES TO WS-SPLIT-LAST                                 00005460
           MOVE 1 TO WS-SPLIT-PTR                                       00005470
           UNSTRING NAC-APPL-NAME DELIMITED BY ALL SPACE                00005480
              INTO WS-SPLIT-FIRST                                       00005490
              WITH POINTER WS-SPLIT-PTR                                 00005500
           END-UNSTRING                                                 00005510
           IF WS-SPLIT-FIRST = SPACES                                   00005520
              OR WS-SPLIT-PTR > 20                                      00005530
              MOVE 'N' TO WS-VALID-SW                                   00005540
              MOVE 'N001' TO WS-REASON-CD                               00005550
              MOVE 'APPLICANT NAME NOT FIRST AND LAST' TO               00005560
                 WS-REASON-TXT                                          00005570
              GO TO 2100-EXIT                                           00005580
           END-IF                                                       00005590
           MOVE NAC-APPL-NAME (WS-SPLIT-PTR:) TO WS-SPLIT-LAST          00005600
           IF WS-SPLIT-LAST = SPACES                                    00005610
              MOVE 'N' TO WS-VALID-SW                                   00005620
              MOVE 'N001' TO WS-REASON-CD                               00005630
              MOVE 'APPLICANT NAME NOT FIRST AND LAST' TO               00005640
                 WS-REASON-TXT                                          00005650
           END-IF.                                                      00005660
       2100-EXIT.                                                       00005670
           EXIT.                                                        00005680
                                                                        00005690
      *> ***************************************************************00005700
      *> A CUSTOMER MATCHES WHEN BOTH SOUND-ALIKE KEYS AGREE.  WHEN     00005710
      *> SEVERAL DO, THE ONE WHOSE NUMBER IS THE APPL-ID (AN EXISTING   00005720
      *> CUSTOMER APPLYING UNDER THEIR OWN NUMBER) WINS; OTHERWISE THE  00005730
      *> MATCH IS AMBIGUOUS AND GOES TO THE DESK.  A DECEASED MATCH,    00005740
      *> OR ONE ON SANCTIONS HOLD, NEVER GETS A NEW ACCOUNT             00005750
      *> ***************************************************************00005760
       2200-MATCH-CUSTOMER.                                             00005770
           MOVE WS-SPLIT-FIRST TO WS-PHON-IN                            00005780
           PERFORM 3000-BUILD-PHONETIC-KEY THRU 3000-EXIT               00005790
           MOVE WS-PHON-OUT TO WS-APPL-FIRST-PHON                       00005800
           MOVE WS-SPLIT-LAST TO WS-PHON-IN                             00005810
           PERFORM 3000-BUILD-PHONETIC-KEY THRU 3000-EXIT               00005820
           MOVE WS-PHON-OUT TO WS-APPL-LAST-PHON                        00005830
           MOVE ZEROES TO WS-MATCH-COUNT                                00005840
           MOVE ZEROES TO WS-MATCH-SUB                                  00005850
           PERFORM 2250-CHECK-ONE-CUSTOMER THRU 2250-EXIT               00005860
              VARYING WS-CUST-SUB FROM 1 BY 1                           00005870
              UNTIL WS-CUST-SUB > WS-CUST-COUNT                         00005880
           IF WS-MATCH-COUNT = 0                                        00005890
              IF WS-CUST-TBL-FULL                                       00005900
                 MOVE 'N' TO WS-VALID-SW                                00005910
                 MOVE 'N007' TO WS-REASON-CD                            00005920
                 MOVE 'CUSTOMER TABLE FULL, MATCH NOT PROVEN' TO        00005930
                    WS-REASON-TXT                                       00005940
              END-IF                                                    00005950
              GO TO 2200-EXIT                                           00005960
           END-IF                                                       00005970
           IF WS-MATCH-COUNT > 1                                        00005980
              AND TBL-CUST-ID (WS-MATCH-SUB) NOT = NAC-APPL-ID          00005990
              MOVE 'N' TO WS-VALID-SW                                   00006000
              MOVE 'N002' TO WS-REASON-CD                               00006010
              MOVE 'MORE THAN ONE CUSTOMER MATCHES THE NAME' TO         00006020
                 WS-REASON-TXT                                          00006030
              GO TO 2200-EXIT                                           00006040
           END-IF                                                       00006050
           IF TBL-SUPPRESS (WS-MATCH-SUB) = 'D'                         00006060
              MOVE 'N' TO WS-VALID-SW                                   00006070
              MOVE 'N008' TO WS-REASON-CD                               00006080
              MOVE 'MATCHED CUSTOMER IS FLAGGED DECEASED' TO            00006090
                 WS-REASON-TXT                                          00006100
              GO TO 2200-EXIT                                           00006110
           END-IF                                                       00006120
           IF TBL-SANC-HOLD (WS-MATCH-SUB) = 'H'                        00006121
              MOVE 'N' TO WS-VALID-SW                                   00006122
              MOVE 'N009' TO WS-REASON-CD                               00006123
              MOVE 'MATCHED CUSTOMER ON SANCTIONS HOLD' TO              00006124
                 WS-REASON-TXT                                          00006125
              GO TO 2200-EXIT                                           00006126
           END-IF                                                       00006127
           MOVE TBL-CUST-ID (WS-MATCH-SUB) TO WS-MATCH-CUST-ID          00006130
           ADD 1 TO WS-CUSTS-MATCHED.                                   00006140
       2200-EXIT.                                                       00006150
           EXIT.                                                        00006160
                                                                        00006170
       2250-CHECK-ONE-CUSTOMER.                                         00006180
           IF TBL-FIRST-PHON (WS-CUST-SUB) NOT = WS-APPL-FIRST-PHON     00006190
              OR TBL-LAST-PHON (WS-CUST-SUB) NOT = WS-APPL-LAST-PHON    00006200
              GO TO 2250-EXIT                                           00006210
           END-IF                                                       00006220
           ADD 1 TO WS-MATCH-COUNT                                      00006230
      *> THE FIRST CANDIDATE STANDS UNLESS A LATER ONE CARRIES THE      00006240
      *> APPLICANT'S OWN NUMBER                                         00006250
           IF WS-MATCH-SUB = 0                                          00006260
              OR TBL-CUST-ID (WS-CUST-SUB) = NAC-APPL-ID                00006270
              MOVE WS-CUST-SUB TO WS-MATCH-SUB                          00006280
           END-IF.                                                      00006290
       2250-EXIT.                                                       00006300
           EXIT.                                                        00006310
                                                                        00006320
      *> ***************************************************************00006330
      *> NO MATCH: A NEW CUSTOMER UNDER THE NEXT CUSTCTL NUMBER.  THE   00006340
      *> APPLICATION CARRIES NO ADDRESS, SO THE RECORD IS FLAGGED       00006350
      *> ADDRESS-INVALID AND STATEMENTS HOLD UNTIL SERVICING KEYS ONE   00006360
      *> ***************************************************************00006370
       2300-ADD-CUSTOMER.                                               00006380
           PERFORM 2350-ASSIGN-CUST-ID THRU 2350-EXIT                   00006390
           MOVE SPACES TO CUST-MASTER-RECORD                            00006400
           MOVE CCTL-LAST-CUST-ID TO CUST-ID OF CUST-MASTER-RECORD      00006410
           MOVE WS-SPLIT-FIRST TO CUST-FIRST-NAME OF CUST-MASTER-RECORD 00006420
           MOVE WS-SPLIT-LAST TO CUST-LAST-NAME OF CUST-MASTER-RECORD   00006430
           MOVE WS-RUN-DATE TO CUST-ENTRY-DATE OF CUST-MASTER-RECORD    00006440
           MOVE 'Y' TO CUST-ADDR-INVALID OF CUST-MASTER-RECORD          00006450
           WRITE CUST-MASTER-RECORD                                     00006460
           EVALUATE FS-CUST-MASTER-FILE                                 00006470
             WHEN "00"                                                  00006480
               CONTINUE                                                 00006490
             WHEN "22"                                                  00006500
      *> THE CONTROL RECORD HAS FALLEN BEHIND CUSTFILE - VSAMCHK'S      00006510
      *> JOB TO CATCH, BUT NEVER OVERWRITE SOMEONE ELSE'S CUSTOMER      00006520
               MOVE 'N' TO WS-VALID-SW                                  00006530
               MOVE 'N004' TO WS-REASON-CD                              00006540
               MOVE 'ASSIGNED CUSTOMER NUMBER ALREADY ON FILE' TO       00006550
                  WS-REASON-TXT                                         00006560
               GO TO 2300-EXIT                                          00006570
             WHEN OTHER                                                 00006580
               DISPLAY "I/O ERROR ON CUSTFILE WRITE, STATUS: "          00006590
                 FS-CUST-MASTER-FILE                                    00006600
               SET WS-IO-ERROR TO TRUE                                  00006610
               SET WS-EOF TO TRUE                                       00006620
               MOVE 'N' TO WS-VALID-SW                                  00006630
               MOVE 'N006' TO WS-REASON-CD                              00006640
               MOVE 'I/O ERROR OPENING THE ACCOUNT' TO WS-REASON-TXT    00006650
               GO TO 2300-EXIT                                          00006660
           END-EVALUATE                                                 00006670
           MOVE CCTL-LAST-CUST-ID TO WS-MATCH-CUST-ID                   00006680
           SET WS-NEW-CUST TO TRUE                                      00006690
           ADD 1 TO WS-CUSTS-ADDED                                      00006700
           MOVE "CUST ADDED  " TO ALOG-ACTION                           00006710
           MOVE SPACES TO ALOG-DETAIL                                   00006720
           STRING 'CUST ' WS-MATCH-CUST-ID ' FROM APPL ' NAC-APPL-ID    00006730
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00006740
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT                  00006750
           IF WS-CUST-COUNT < WS-CUST-MAX                               00006760
              ADD 1 TO WS-CUST-COUNT                                    00006770
              MOVE WS-MATCH-CUST-ID TO TBL-CUST-ID (WS-CUST-COUNT)      00006780
              MOVE WS-APPL-FIRST-PHON TO TBL-FIRST-PHON (WS-CUST-COUNT) 00006790
              MOVE WS-APPL-LAST-PHON TO TBL-LAST-PHON (WS-CUST-COUNT)   00006800
              MOVE SPACE TO TBL-SUPPRESS (WS-CUST-COUNT)                00006810
              MOVE SPACE TO TBL-SANC-HOLD (WS-CUST-COUNT)               00006815
           END-IF.                                                      00006820
       2300-EXIT.                                                       00006830
           EXIT.                                                        00006840
                                                                        00006850
       2350-ASSIGN-CUST-ID.                                             00006860
           MOVE '0' TO CCTL-KEY                                         00006870
           READ CUST-CTL-FILE                                           00006880
           IF FS-CUST-CTL-FILE NOT = "00"                               00006890
              MOVE "READ FAILED ON CUST-CTL-FILE" TO WS-ABEND-MESSAGE   00006900
              GO TO 9999-ABEND                                          00006910
           END-IF                                                       00006920
           ADD 1 TO CCTL-LAST-CUST-ID                                   00006930
           REWRITE CUST-CTL-RECORD                                      00006940
           IF FS-CUST-CTL-FILE NOT = "00"                               00006950
              MOVE "REWRITE FAILED ON CUST-CTL-FILE" TO                 00006960
                 WS-ABEND-MESSAGE                                       00006970
              GO TO 9999-ABEND                                          00006980
           END-IF.                                                      00006990
       2350-EXIT.                                                       00007000
           EXIT.                                                        00007010
                                                                        00007020
      *> ***************************************************************00007030
      *> THE NEW ACCOUNT: OPEN, ZERO BALANCE, BASE CURRENCY, CARRYING   00007040
      *> THE APPROVED PRODUCT.  MONEY ONLY ARRIVES THROUGH POSTINGS     00007050
      *> ***************************************************************00007060
       2400-ADD-ACCOUNT.                                                00007070
           PERFORM 2450-ASSIGN-ACCT-NO THRU 2450-EXIT                   00007080
           MOVE SPACES TO MYFILE-RECORDS                                00007090
           MOVE WS-NEW-ACCT-NO TO MYFREC-ACCT-NO                        00007100
           MOVE WS-RUN-DATE TO MYFREC-TRAN-DATE                         00007110
           MOVE WS-RUN-DATE TO MYFREC-EFF-DATE                          00007120
           MOVE ZEROES TO MYFREC-AMOUNT                                 00007130
           STRING 'OPENED FROM APPL ' NAC-APPL-ID                       00007140
              DELIMITED BY SIZE INTO MYFREC-DESC                        00007150
           MOVE ZEROES TO MYFREC-FX-RATE                                00007160
           MOVE 'O' TO MYFREC-STATUS                                    00007170
           MOVE WS-RUN-DATE TO MYFREC-STATUS-DATE                       00007180
           MOVE NAC-PRODUCT-CD TO MYFREC-PRODUCT-CD                     00007190
           WRITE MYFILE-RECORDS                                         00007200
           EVALUATE FS-MYFILE                                           00007210
             WHEN "00"                                                  00007220
               PERFORM 2410-WRITE-DELTA THRU 2410-EXIT                  00007230
             WHEN "22"                                                  00007240
               MOVE 'N' TO WS-VALID-SW                                  00007250
               MOVE 'N005' TO WS-REASON-CD                              00007260
               MOVE 'ASSIGNED ACCOUNT NUMBER ALREADY ON MYFILE' TO      00007270
                  WS-REASON-TXT                                         00007280
             WHEN OTHER                                                 00007290
               DISPLAY "I/O ERROR ON MYFILE WRITE, STATUS: " FS-MYFILE  00007300
               SET WS-IO-ERROR TO TRUE                                  00007310
               SET WS-EOF TO TRUE                                       00007320
               MOVE 'N' TO WS-VALID-SW                                  00007330
               MOVE 'N006' TO WS-REASON-CD                              00007340
               MOVE 'I/O ERROR OPENING THE ACCOUNT' TO WS-REASON-TXT    00007350
           END-EVALUATE.                                                00007360
       2400-EXIT.                                                       00007361
           EXIT.                                                        00007362
                                                                        00007363
       2410-WRITE-DELTA.                                                00007364
           MOVE SPACES TO DELTA-CAPTURE-RECORD                          00007365
           MOVE WS-NEW-ACCT-NO TO DLT-ACCT-NO                           00007366
           SET DLT-ACTION-ADD TO TRUE                                   00007367
           MOVE WS-RUN-DATE TO DLT-DATE                                 00007368
           ACCEPT DLT-TIME FROM TIME                                    00007369
           MOVE "ACCTOPEN" TO DLT-PROGRAM-ID                            00007370
           WRITE DELTA-CAPTURE-RECORD                                   00007371
           IF FS-DELTA-FILE NOT = "00"                                  00007372
              DISPLAY "WRITE FAILED, DELTA-FILE STATUS: " FS-DELTA-FILE 00007373
           END-IF.                                                      00007374
       2410-EXIT.                                                       00007375
           EXIT.                                                        00007376
                                                                        00007390
       2450-ASSIGN-ACCT-NO.                                             00007400
           MOVE '0' TO ACTL-KEY                                         00007410
           READ ACCT-CTL-FILE                                           00007420
           IF FS-ACCT-CTL-FILE NOT = "00"                               00007430
              MOVE "READ FAILED ON ACCT-CTL-FILE" TO WS-ABEND-MESSAGE   00007440
              GO TO 9999-ABEND                                          00007450
           END-IF                                                       00007460
           ADD 1 TO ACTL-LAST-ACCT-NO                                   00007470
           REWRITE ACCT-CTL-RECORD                                      00007480
           IF FS-ACCT-CTL-FILE NOT = "00"                               00007490
              MOVE "REWRITE FAILED ON ACCT-CTL-FILE" TO                 00007500
                 WS-ABEND-MESSAGE                                       00007510
              GO TO 9999-ABEND                                          00007520
           END-IF                                                       00007530
           MOVE ACTL-LAST-ACCT-NO TO WS-NEW-ACCT-NO.                    00007540
       2450-EXIT.                                                       00007550
           EXIT.                                                        00007560
                                                                        00007570
       2500-WRITE-XREF.                                                 00007580
           MOVE SPACES TO ACCT-XREF-RECORD                              00007590
           MOVE WS-NEW-ACCT-NO TO AXR-ACCT-NO                           00007600
           MOVE WS-MATCH-CUST-ID TO AXR-CUST-ID                         00007610
           SET AXR-ACTIVE TO TRUE                                       00007620
           MOVE WS-RUN-DATE TO AXR-EFF-DATE                             00007630
           WRITE ACCT-XREF-RECORD                                       00007640
           IF FS-XREF-FILE NOT = "00"                                   00007650
              DISPLAY "WRITE FAILED, XREF-FILE STATUS: " FS-XREF-FILE   00007660
              SET WS-IO-ERROR TO TRUE                                   00007670
              SET WS-EOF TO TRUE                                        00007680
           END-IF                                                       00007690
           ADD 1 TO WS-ACCTS-OPENED                                     00007700
           MOVE "ACCT OPENED " TO ALOG-ACTION                           00007710
           MOVE SPACES TO ALOG-DETAIL                                   00007720
           STRING 'ACCT ' WS-NEW-ACCT-NO ' CUST ' WS-MATCH-CUST-ID      00007730
              ' ' NAC-PRODUCT-CD                                        00007740
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00007750
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00007760
       2500-EXIT.                                                       00007770
           EXIT.                                                        00007780
                                                                        00007790
       2600-REPORT-OPENED.                                              00007800
           MOVE NAC-APPL-ID TO DTL-APPL-ID                              00007810
           MOVE NAC-APPL-NAME TO DTL-NAME                               00007820
           MOVE NAC-PRODUCT-CD TO DTL-PRODUCT                           00007830
           MOVE WS-MATCH-CUST-ID TO DTL-CUST-ID                         00007840
           IF WS-NEW-CUST                                               00007850
              MOVE 'NEW' TO DTL-CUST-TYPE                               00007860
           ELSE                                                         00007870
              MOVE 'EXISTING' TO DTL-CUST-TYPE                          00007880
           END-IF                                                       00007890
           MOVE WS-NEW-ACCT-NO TO DTL-ACCT-NO                           00007900
           MOVE 'OPENED' TO DTL-RESULT                                  00007910
           WRITE OPEN-RPT-LINE FROM WS-DTL-LINE.                        00007920
       2600-EXIT.                                                       00007930
           EXIT.                                                        00007940
                                                                        00007950
      *> ***************************************************************00007960
      *> THE REJECT CARRIES THE FEED RECORD AS RECEIVED; THE MASTER'S   00007970
      *> TEXT REPLACES THE COMPILED-IN TEXT WHEN THE CODE IS ON IT      00007980
      *> ***************************************************************00007990
       2800-WRITE-REJECT.                                               00008000
           MOVE WS-REASON-CD TO WS-RSN-WANTED                           00008010
           PERFORM 8480-RESOLVE-REASON-TEXT THRU 8480-EXIT              00008020
           IF WS-RSN-FOUND                                              00008030
              MOVE WS-RSN-FOUND-TEXT TO WS-REASON-TXT                   00008040
           END-IF                                                       00008050
           MOVE NEW-ACCT-RECORD TO AOREJ-ORIG-REC                       00008060
           MOVE WS-REASON-CD TO AOREJ-REASON-CD                         00008070
           MOVE WS-REASON-TXT TO AOREJ-REASON-TXT                       00008080
           WRITE ACCTO-REJ-REC                                          00008090
           IF FS-REJECT-FILE NOT = "00"                                 00008100
              DISPLAY "WRITE FAILED, REJECT-FILE STATUS: "              00008110
                FS-REJECT-FILE                                          00008120
           END-IF                                                       00008130
           ADD 1 TO WS-REJECTED                                         00008140
           SET RC-WARNING TO TRUE                                       00008150
           MOVE NAC-APPL-ID TO DTL-APPL-ID                              00008160
           MOVE NAC-APPL-NAME TO DTL-NAME                               00008170
           MOVE NAC-PRODUCT-CD TO DTL-PRODUCT                           00008180
           MOVE WS-MATCH-CUST-ID TO DTL-CUST-ID                         00008190
           IF WS-NEW-CUST                                               00008200
              MOVE 'NEW' TO DTL-CUST-TYPE                               00008210
           ELSE                                                         00008220
              MOVE SPACES TO DTL-CUST-TYPE                              00008230
           END-IF                                                       00008240
           MOVE ZEROES TO DTL-ACCT-NO                                   00008250
           MOVE SPACES TO DTL-RESULT                                    00008260
           STRING 'REJECTED ' WS-REASON-CD ' ' WS-REASON-TXT            00008270
              DELIMITED BY SIZE INTO DTL-RESULT                         00008280
           WRITE OPEN-RPT-LINE FROM WS-DTL-LINE                         00008290
           MOVE "OPEN REJECT " TO ALOG-ACTION                           00008300
           MOVE SPACES TO ALOG-DETAIL                                   00008310
           STRING 'APPL ' NAC-APPL-ID ' ' WS-REASON-CD                  00008320
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00008330
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00008340
       2800-EXIT.                                                       00008350
           EXIT.                                                        00008360
                                                                        00008370
      *> ***************************************************************00008380
      *> READ THE NEXT APPROVAL.  THE FEED ENDS WITH THE STANDARD       00008390
      *> TRAILER, PROVEN AGAINST THE COUNT AND APPL-ID HASH HERE        00008400
      *> ***************************************************************00008410
       2900-READ-FEED.                                                  00008420
           READ NEWACCT-FILE                                            00008430
           EVALUATE FS-NEWACCT-FILE                                     00008440
             WHEN "00"                                                  00008450
               IF NEW-ACCT-RECORD (1:3) = 'TRL'                         00008460
                  MOVE NEW-ACCT-RECORD (1:43) TO WS-FEED-TRAILER        00008470
                  PERFORM 8950-CHECK-FEED-TRAILER THRU 8950-EXIT        00008480
                  SET WS-EOF TO TRUE                                    00008490
               ELSE                                                     00008500
                  ADD 1 TO WS-FEED-READ                                 00008510
                  ADD 1 TO WS-FTC-REC-COUNT                             00008520
                  ADD NAC-APPL-ID TO WS-FTC-AMOUNT-HASH                 00008530
               END-IF                                                   00008540
             WHEN "10"                                                  00008550
               SET WS-EOF TO TRUE                                       00008560
               IF NOT WS-FTC-TRAILER-SEEN                               00008570
                  DISPLAY "*** NO FEED TRAILER - FEED MAY BE SHORT"     00008580
                  SET WS-FTC-FAILED TO TRUE                             00008590
               END-IF                                                   00008600
             WHEN OTHER                                                 00008610
               DISPLAY "READ FAILED, NEWACCT-FILE STATUS: "             00008620
                 FS-NEWACCT-FILE                                        00008630
               SET WS-EOF TO TRUE                                       00008640
               SET WS-IO-ERROR TO TRUE                                  00008650
           END-EVALUATE.                                                00008660
       2900-EXIT.                                                       00008670
           EXIT.                                                        00008680
                                                                        00008690
      *> ***************************************************************00008700
      *> BUILD A FOUR-BYTE SOUND-ALIKE KEY FROM WS-PHON-IN: FIRST       00008710
      *> LETTER KEPT, REMAINING LETTERS CODED BY CONSONANT SOUND        00008720
      *> CLASS, VOWELS AND H/W/Y DROPPED, REPEATED CODES COLLAPSED,     00008730
      *> RIGHT-PADDED WITH ZEROS - KEPT IDENTICAL TO CUSTDEDU SO THE    00008740
      *> TWO PROGRAMS ALWAYS AGREE ON WHO SOUNDS LIKE WHOM              00008750
      *> ***************************************************************00008760
       3000-BUILD-PHONETIC-KEY.                                         00008770
           MOVE '0000' TO WS-PHON-OUT                                   00008780
           MOVE 1 TO WS-PHON-LEN                                        00008790
           MOVE SPACES TO WS-PHON-PRIOR-CODE                            00008800
           IF WS-PHON-IN = SPACES                                       00008810
              GO TO 3000-EXIT                                           00008820
           END-IF                                                       00008830
           MOVE WS-PHON-IN (1:1) TO WS-PHON-OUT (1:1)                   00008840
           MOVE WS-PHON-IN (1:1) TO WS-PHON-CHAR                        00008850
           PERFORM 3100-CODE-ONE-CHAR THRU 3100-EXIT                    00008860
           MOVE WS-PHON-CODE TO WS-PHON-PRIOR-CODE                      00008870
           PERFORM VARYING WS-PHON-SUB FROM 2 BY 1                      00008880
                    UNTIL WS-PHON-SUB > 20                              00008890
                    OR WS-PHON-LEN NOT < 4                              00008900
             MOVE WS-PHON-IN (WS-PHON-SUB:1) TO WS-PHON-CHAR            00008910
             IF WS-PHON-CHAR NOT = SPACE                                00008920
                PERFORM 3100-CODE-ONE-CHAR THRU 3100-EXIT               00008930
                IF WS-PHON-CODE NOT = '0'                               00008940
                   AND WS-PHON-CODE NOT = WS-PHON-PRIOR-CODE            00008950
                   ADD 1 TO WS-PHON-LEN                                 00008960
                   MOVE WS-PHON-CODE TO                                 00008970
                      WS-PHON-OUT (WS-PHON-LEN:1)                       00008980
                END-IF                                                  00008990
                MOVE WS-PHON-CODE TO WS-PHON-PRIOR-CODE                 00009000
             END-IF                                                     00009010
           END-PERFORM.                                                 00009020
       3000-EXIT.                                                       00009030
           EXIT.                                                        00009040
                                                                        00009050
       3100-CODE-ONE-CHAR.                                              00009060
           EVALUATE WS-PHON-CHAR                                        00009070
             WHEN 'B' WHEN 'F' WHEN 'P' WHEN 'V'                        00009080
               MOVE '1' TO WS-PHON-CODE                                 00009090
             WHEN 'C' WHEN 'G' WHEN 'J' WHEN 'K'                        00009100
             WHEN 'Q' WHEN 'S' WHEN 'X' WHEN 'Z'                        00009110
               MOVE '2' TO WS-PHON-CODE                                 00009120
             WHEN 'D' WHEN 'T'                                          00009130
               MOVE '3' TO WS-PHON-CODE                                 00009140
             WHEN 'L'                                                   00009150
               MOVE '4' TO WS-PHON-CODE                                 00009160
             WHEN 'M' WHEN 'N'                                          00009170
               MOVE '5' TO WS-PHON-CODE                                 00009180
             WHEN 'R'                                                   00009190
               MOVE '6' TO WS-PHON-CODE                                 00009200
             WHEN OTHER                                                 00009210
               MOVE '0' TO WS-PHON-CODE                                 00009220
           END-EVALUATE.                                                00009230
       3100-EXIT.                                                       00009240
           EXIT.                                                        00009250
                                                                        00009260
      *> ***************************************************************00009270
      *> COUNT SUMMARY, THEN CLOSE UP                                   00009280
      *> ***************************************************************00009290
       9000-TERMINATE.                                                  00009300
           MOVE WS-ACCTS-OPENED TO TOT-OPENED                           00009310
           MOVE WS-CUSTS-ADDED TO TOT-ADDED                             00009320
           MOVE WS-REJECTED TO TOT-REJECTED                             00009330
           WRITE OPEN-RPT-LINE FROM WS-TOTAL-LINE                       00009340
           DISPLAY "===== ACCTOPEN RUN SUMMARY ====="                   00009350
           DISPLAY "APPROVALS READ   : " WS-FEED-READ                   00009360
           DISPLAY "ACCOUNTS OPENED  : " WS-ACCTS-OPENED                00009370
           DISPLAY "NEW CUSTOMERS    : " WS-CUSTS-ADDED                 00009380
           DISPLAY "EXISTING MATCHED : " WS-CUSTS-MATCHED               00009390
           DISPLAY "REJECTED         : " WS-REJECTED                    00009400
           CLOSE NEWACCT-FILE                                           00009410
           CLOSE CUST-MASTER-FILE                                       00009420
           CLOSE CUST-CTL-FILE                                          00009430
           CLOSE MYFILE                                                 00009437
           CLOSE DELTA-FILE                                             00009444
           CLOSE ACCT-CTL-FILE                                          00009451
           CLOSE XREF-FILE                                              00009460
           CLOSE REJECT-FILE                                            00009470
           CLOSE OPEN-RPT-FILE                                          00009480
           CLOSE AUDIT-LOG-FILE.                                        00009490
       9000-EXIT.                                                       00009500
           EXIT.                                                        00009510
                                                                        00009520
       COPY RSNLOAD.                                                    00009530
       COPY FEEDTCHK.                                                   00009540
       COPY FSTATCHK.                                                   00009550
       COPY AUDITOPN.                                                   00009560
       COPY AUDITWRT.                                                   00009570
       COPY AUDITCHP.                                                   00009580
       COPY ABENDPAR.                                                   00009590
       COPY PROCDPAR.                                                   00009600
