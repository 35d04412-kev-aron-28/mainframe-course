       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. EVTALRT.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * NIGHTLY CUSTOMER EVENT ALERTS FOR SMS AND E-MAIL.        *      00000090
      * THE NIGHT'S DELTA FEED SAYS WHICH ACCOUNTS WERE TOUCHED, *      00000100
      * BY WHICH PROGRAM AND ON WHAT DATE.  EVERY POSTING THAT   *      00000110
      * TOUCH PUT ON THE LEDGER IS A CANDIDATE LARGE-POSTING     *      00000120
      * ALERT; EVERY STATUS CHANGE ON THE CHANGE-HISTORY JOURNAL *      00000130
      * THAT FROZE ONE OF THOSE ACCOUNTS IS A FROZEN-ACCOUNT     *      00000140
      * ALERT; AND EACH TOUCHED ACCOUNT'S CLOSING BALANCE IS A   *      00000150
      * CANDIDATE LOW-BALANCE ALERT.  THE OWNER, FOUND THROUGH   *      00000160
      * ACCTXREF, GETS AN ALERT ON EVERY CHANNEL THEY SUBSCRIBED *      00000170
      * TO FOR THAT EVENT WHOSE THRESHOLD IS MET.  A SUPPRESSED  *      00000180
      * CUSTOMER GETS NOTHING.  EACH ALERT GOES TO THE VENDOR    *      00000190
      * DELIVERY FEED, CLOSED WITH THE STANDARD TRAILER, AND IS  *      00000200
      * RECORDED ON THE CONTACT HISTORY.  RUN AHEAD OF THE STEP  *      00000210
      * THAT EMPTIES THE DELTA, SO EACH TOUCH IS ALERTED ONCE.   *      00000220
      * ********************************************************        00000230
       ENVIRONMENT DIVISION.                                            00000240
       INPUT-OUTPUT SECTION.                                            00000250
       FILE-CONTROL.                                                    00000260
           SELECT DELTA-FILE                                            00000270
           ASSIGN TO MYFDELTA                                           00000280
           ORGANIZATION IS SEQUENTIAL                                   00000290
           FILE STATUS IS FS-DELTA-FILE.                                00000300
           SELECT CHG-HIST-FILE                                         00000310
           ASSIGN TO MYFHIST                                            00000320
           ORGANIZATION IS SEQUENTIAL                                   00000330
           FILE STATUS IS FS-CHG-HIST-FILE.                             00000340
           SELECT MYFILE                                                00000350
           ASSIGN TO MYDD                                               00000360
           ORGANIZATION IS INDEXED                                      00000370
           ACCESS MODE IS RANDOM                                        00000380
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000390
           FILE STATUS IS FS-MYFILE.                                    00000400
           SELECT MYF-TRAN-FILE                                         00000410
           ASSIGN TO MYFTRAN                                            00000420
           ORGANIZATION IS INDEXED                                      00000430
           ACCESS MODE IS DYNAMIC                                       00000440
           RECORD KEY IS MTR-KEY                                        00000450
           FILE STATUS IS FS-MYF-TRAN-FILE.                             00000460
           SELECT SUB-FILE                                              00000470
           ASSIGN TO ALRTSUB                                            00000480
           ORGANIZATION IS SEQUENTIAL                                   00000490
           FILE STATUS IS FS-SUB-FILE.                                  00000500
           SELECT XREF-FILE                                             00000510
           ASSIGN TO ACCTXREF                                           00000520
           ORGANIZATION IS SEQUENTIAL                                   00000530
           FILE STATUS IS FS-XREF-FILE.                                 00000540
           SELECT CUST-MASTER-FILE                                      00000550
           ASSIGN TO CUSTMAST                                           00000560
           ORGANIZATION IS SEQUENTIAL                                   00000570
           FILE STATUS IS FS-CUST-MASTER-FILE.                          00000580
           SELECT ALERT-FEED-FILE                                       00000590
           ASSIGN TO ALRTFEED                                           00000600
           ORGANIZATION IS SEQUENTIAL                                   00000610
           FILE STATUS IS FS-ALERT-FEED-FILE.                           00000620
           SELECT CONTACT-HIST-FILE                                     00000630
           ASSIGN TO CONTHIST                                           00000640
           ORGANIZATION IS SEQUENTIAL                                   00000650
           FILE STATUS IS FS-CONTACT-HIST-FILE.                         00000660
           SELECT PROC-DATE-FILE                                        00000670
           ASSIGN TO PROCDATE                                           00000680
           ORGANIZATION IS SEQUENTIAL                                   00000690
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000700
       DATA DIVISION.                                                   00000710
       FILE SECTION.                                                    00000720
       FD DELTA-FILE.                                                   00000730
       COPY DELTAREC.                                                   00000740
                                                                        00000750
       FD CHG-HIST-FILE.                                                00000760
       COPY CHGHIST.                                                    00000770
                                                                        00000780
       FD MYFILE.                                                       00000790
       COPY MYFREC.                                                     00000800
                                                                        00000810
       FD MYF-TRAN-FILE.                                                00000820
       COPY MYFTRAN.                                                    00000830
                                                                        00000840
       FD SUB-FILE.                                                     00000850
       COPY ALRTSUB.                                                    00000860
                                                                        00000870
       FD XREF-FILE.                                                    00000880
       COPY ACCTXREF.                                                   00000890
                                                                        00000900
       FD CUST-MASTER-FILE.                                             00000910
       COPY CUSTREC.                                                    00000920
                                                                        00000930
       FD ALERT-FEED-FILE.                                              00000940
       COPY ALRTFEED.                                                   00000950
                                                                        00000960
       FD CONTACT-HIST-FILE.                                            00000970
       COPY CONTHIST.                                                   00000980
                                                                        00000990
       FD PROC-DATE-FILE.                                               00001000
       COPY PROCDREC.                                                   00001010
                                                                        00001020
       WORKING-STORAGE SECTION.                                         00001030
       01 FS-DELTA-FILE PIC XX.                                         00001040
       01 FS-CHG-HIST-FILE PIC XX.                                      00001050
       01 FS-MYFILE PIC XX.                                             00001060
       01 FS-MYF-TRAN-FILE PIC XX.                                      00001070
       01 FS-SUB-FILE PIC XX.                                           00001080
       01 FS-XREF-FILE PIC XX.                                          00001090
       01 FS-CUST-MASTER-FILE PIC XX.                                   00001100
       01 FS-ALERT-FEED-FILE PIC XX.                                    00001110
       01 FS-CONTACT-HIST-FILE PIC XX.                                  00001120
       COPY PROCDCPY.                                                   00001130
                                                                        00001140
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001150
           88 WS-EOF VALUE 'Y'.                                         00001160
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00001170
           88 WS-FOUND VALUE 'Y'.                                       00001180
       01 WS-ACCT-SEEN-SW PIC X(01) VALUE 'N'.                          00001190
           88 WS-ACCT-SEEN VALUE 'Y'.                                   00001200
       01 WS-TRAN-EOF-SW PIC X(01) VALUE 'N'.                           00001210
           88 WS-TRAN-EOF VALUE 'Y'.                                    00001220
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001230
       01 WS-RUN-TIME PIC 9(08) VALUE ZEROES.                           00001240
                                                                        00001250
      *> ***************************************************************00001260
      *> THE NIGHT'S TOUCHES OFF THE DELTA FEED: ONE ENTRY PER ACCOUNT, 00001270
      *> DATE AND PROGRAM, MARKED WITH WHETHER THAT TOUCH POSTED OR     00001280
      *> CHANGED STATUS.  THE FIRST ENTRY FOR AN ACCOUNT CARRIES ITS    00001290
      *> BALANCE CHECK, SO AN ACCOUNT TOUCHED TWICE IS CHECKED ONCE     00001300
      *> ***************************************************************00001310
       01 WS-DLT-TABLE.                                                 00001320
           05 WS-DLT-ENTRY OCCURS 2000 TIMES.                           00001330
               10 TBL-DLT-ACCT-NO       PIC 9(09).                      00001340
               10 TBL-DLT-DATE          PIC 9(08).                      00001350
               10 TBL-DLT-PROGRAM       PIC X(08).                      00001360
               10 TBL-DLT-POST-SW       PIC X(01).                      00001370
               10 TBL-DLT-STATUS-SW     PIC X(01).                      00001380
               10 TBL-DLT-FIRST-SW      PIC X(01).                      00001390
       01 WS-DLT-COUNT PIC 9(04) VALUE ZEROES.                          00001400
       01 WS-DLT-MAX PIC 9(04) VALUE 2000.                              00001410
       01 WS-DLT-SUB PIC 9(04) VALUE ZEROES.                            00001420
       01 WS-DLT-HIT PIC 9(04) VALUE ZEROES.                            00001430
                                                                        00001440
      *> ***************************************************************00001450
      *> ACTIVE SUBSCRIPTIONS, IN FILE ORDER                            00001460
      *> ***************************************************************00001470
       01 WS-SUB-TABLE.                                                 00001480
           05 WS-SUB-ENTRY OCCURS 3000 TIMES.                           00001490
               10 TBL-SUB-CUST-ID       PIC 9(09).                      00001500
               10 TBL-SUB-EVENT         PIC X(02).                      00001510
               10 TBL-SUB-CHANNEL       PIC X(01).                      00001520
               10 TBL-SUB-THRESHOLD     PIC 9(09)V99.                   00001530
               10 TBL-SUB-ADDRESS       PIC X(50).                      00001540
       01 WS-SUB-COUNT PIC 9(04) VALUE ZEROES.                          00001550
       01 WS-SUB-MAX PIC 9(04) VALUE 3000.                              00001560
       01 WS-SUB-SUB PIC 9(04) VALUE ZEROES.                            00001570
                                                                        00001580
       01 WS-XREF-TABLE.                                                00001590
           05 WS-XREF-ENTRY OCCURS 5000 TIMES.                          00001600
               10 TBL-AXR-ACCT-NO       PIC 9(09).                      00001610
               10 TBL-AXR-CUST-ID       PIC 9(09).                      00001620
       01 WS-XREF-COUNT PIC 9(04) VALUE ZEROES.                         00001630
       01 WS-XREF-MAX PIC 9(04) VALUE 5000.                             00001640
       01 WS-XREF-SUB PIC 9(04) VALUE ZEROES.                           00001650
                                                                        00001660
       01 WS-CUST-TABLE.                                                00001670
           05 WS-CUST-ENTRY OCCURS 5000 TIMES.                          00001680
               10 TBL-CUST-ID           PIC 9(09).                      00001690
               10 TBL-CUST-SUPP         PIC X(01).                      00001700
       01 WS-CUST-COUNT PIC 9(04) VALUE ZEROES.                         00001710
       01 WS-CUST-MAX PIC 9(04) VALUE 5000.                             00001720
       01 WS-CUST-SUB PIC 9(04) VALUE ZEROES.                           00001730
                                                                        00001740
      *> ***************************************************************00001750
      *> THE EVENT BEING RAISED AND ITS OWNER                           00001760
      *> ***************************************************************00001770
       01 WS-EVT-ACCT-NO PIC 9(09) VALUE ZEROES.                        00001780
       01 WS-EVT-TYPE PIC X(02) VALUE SPACES.                           00001790
           88 WS-EVT-LARGE-POST VALUE 'LP'.                             00001800
           88 WS-EVT-LOW-BAL VALUE 'LB'.                                00001810
           88 WS-EVT-FROZEN VALUE 'FZ'.                                 00001820
       01 WS-EVT-DATE PIC 9(08) VALUE ZEROES.                           00001830
       01 WS-EVT-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZEROES.              00001840
       01 WS-EVT-ABS-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZEROES.          00001850
       01 WS-LOOKUP-CUST-ID PIC 9(09) VALUE ZEROES.                     00001860
       01 WS-LOOKUP-SUPP PIC X(01) VALUE SPACE.                         00001870
       01 WS-SENT-SW PIC X(01) VALUE 'N'.                               00001880
           88 WS-SENT VALUE 'Y'.                                        00001890
                                                                        00001900
       COPY MYFREC REPLACING ==MYFILE-RECORDS== BY ==WS-BEFORE-IMG==.   00001910
       COPY MYFREC REPLACING ==MYFILE-RECORDS== BY ==WS-AFTER-IMG==.    00001920
                                                                        00001930
       01 WS-DELTAS-READ PIC 9(07) VALUE ZEROES.                        00001940
       01 WS-DELTAS-BAD PIC 9(07) VALUE ZEROES.                         00001950
       01 WS-SUBS-LOADED PIC 9(07) VALUE ZEROES.                        00001960
       01 WS-SUBS-INACTIVE PIC 9(07) VALUE ZEROES.                      00001970
       01 WS-SUBS-BAD PIC 9(07) VALUE ZEROES.                           00001980
       01 WS-JOURNAL-READ PIC 9(07) VALUE ZEROES.                       00001990
       01 WS-EVENTS-RAISED PIC 9(07) VALUE ZEROES.                      00002000
       01 WS-EVENTS-NO-OWNER PIC 9(07) VALUE ZEROES.                    00002010
       01 WS-EVENTS-SUPPRESSED PIC 9(07) VALUE ZEROES.                  00002020
       01 WS-EVENTS-UNSUBSCRIBED PIC 9(07) VALUE ZEROES.                00002030
       01 WS-ALERTS-LARGE-POST PIC 9(07) VALUE ZEROES.                  00002040
       01 WS-ALERTS-LOW-BAL PIC 9(07) VALUE ZEROES.                     00002050
       01 WS-ALERTS-FROZEN PIC 9(07) VALUE ZEROES.                      00002060
       01 WS-ALERTS-WRITTEN PIC 9(07) VALUE ZEROES.                     00002070
       01 WS-ACCTS-GONE PIC 9(07) VALUE ZEROES.                         00002080
                                                                        00002090
       COPY ABENDCPY.                                                   00002100
       COPY FEEDTRL.                                                    00002110
                                                                        00002120
       PROCEDURE DIVISION.                                              00002130
       0000-MAIN.                                                       00002140
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00002150
           PERFORM 2000-JOURNAL-PASS THRU 2000-EXIT                     00002160
           PERFORM 3000-POSTING-PASS THRU 3000-EXIT                     00002170
           PERFORM 4000-BALANCE-PASS THRU 4000-EXIT                     00002180
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00002190
           MOVE WS-STD-RETURN-CODE TO RETURN-CODE                       00002200
           GOBACK.                                                      00002210
                                                                        00002220
      *> ***************************************************************00002230
      *> PROCESSING DATE, THE NIGHT'S TOUCHES, THE SUBSCRIPTIONS AND    00002240
      *> THE OWNERS; THEN THE MASTER, THE LEDGER AND THE OUTPUTS        00002250
      *> ***************************************************************00002260
       1000-INITIALIZE.                                                 00002270
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00002280
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00002290
           ACCEPT WS-RUN-TIME FROM TIME                                 00002300
           IF WS-PROCESS-DATE > 0                                       00002310
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00002320
           END-IF                                                       00002330
           PERFORM 1100-LOAD-DELTA THRU 1100-EXIT                       00002340
           PERFORM 1200-LOAD-SUBSCRIPTIONS THRU 1200-EXIT               00002350
           PERFORM 1300-LOAD-XREF THRU 1300-EXIT                        00002360
           PERFORM 1400-LOAD-CUSTOMERS THRU 1400-EXIT                   00002370
                                                                        00002380
           OPEN INPUT MYFILE                                            00002390
           IF FS-MYFILE NOT = "00"                                      00002400
              MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE          00002410
              GO TO 9999-ABEND                                          00002420
           END-IF                                                       00002430
           OPEN INPUT MYF-TRAN-FILE                                     00002440
           IF FS-MYF-TRAN-FILE NOT = "00"                               00002450
              MOVE "OPEN FAILED ON MYF-TRAN-FILE" TO WS-ABEND-MESSAGE   00002460
              GO TO 9999-ABEND                                          00002470
           END-IF                                                       00002480
           OPEN OUTPUT ALERT-FEED-FILE                                  00002490
           IF FS-ALERT-FEED-FILE NOT = "00"                             00002500
              MOVE "OPEN FAILED ON ALERT-FEED-FILE" TO WS-ABEND-MESSAGE 00002510
              GO TO 9999-ABEND                                          00002520
           END-IF                                                       00002530
           OPEN EXTEND CONTACT-HIST-FILE                                00002540
           IF FS-CONTACT-HIST-FILE = "35"                               00002550
              OPEN OUTPUT CONTACT-HIST-FILE                             00002560
           END-IF                                                       00002570
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00002580
              MOVE "OPEN FAILED ON CONTACT-HIST-FILE" TO                00002590
                 WS-ABEND-MESSAGE                                       00002600
              GO TO 9999-ABEND                                          00002610
           END-IF.                                                      00002620
       1000-EXIT.                                                       00002630
           EXIT.                                                        00002640
                                                                        00002650
      *> ***************************************************************00002660
      *> ONE TABLE ENTRY PER ACCOUNT, DATE AND PROGRAM ON THE DELTA.    00002670
      *> A NIGHT THAT OVERFLOWS THE TABLE STOPS RATHER THAN SEND A      00002680
      *> PARTIAL SET OF ALERTS THAT WOULD NEVER BE MADE UP              00002690
      *> ***************************************************************00002700
       1100-LOAD-DELTA.                                                 00002710
           OPEN INPUT DELTA-FILE                                        00002720
           EVALUATE FS-DELTA-FILE                                       00002730
             WHEN "00"                                                  00002740
               MOVE 'N' TO WS-EOF-SW                                    00002750
               PERFORM UNTIL WS-EOF                                     00002760
                 READ DELTA-FILE                                        00002770
                   AT END                                               00002780
                     SET WS-EOF TO TRUE                                 00002790
                   NOT AT END                                           00002800
                     ADD 1 TO WS-DELTAS-READ                            00002810
                     PERFORM 1150-HOLD-DELTA THRU 1150-EXIT             00002820
                 END-READ                                               00002830
               END-PERFORM                                              00002840
               CLOSE DELTA-FILE                                         00002850
               DISPLAY "ACCOUNT TOUCHES LOADED: " WS-DLT-COUNT          00002860
             WHEN "35"                                                  00002870
               DISPLAY "NO DELTA FEED, NO ACCOUNTS TOUCHED"             00002880
             WHEN OTHER                                                 00002890
               MOVE "OPEN FAILED ON DELTA-FILE" TO WS-ABEND-MESSAGE     00002900
               GO TO 9999-ABEND                                         00002910
           END-EVALUATE.                                                00002920
       1100-EXIT.                                                       00002930
           EXIT.                                                        00002940
                                                                        00002950
       1150-HOLD-DELTA.                                                 00002960
           IF DLT-ACCT-NO NOT NUMERIC                                   00002970
              OR DLT-ACCT-NO = ZEROES                                   00002980
              OR DLT-DATE NOT NUMERIC                                   00002990
              ADD 1 TO WS-DELTAS-BAD                                    00003000
              GO TO 1150-EXIT                                           00003010
           END-IF                                                       00003020
           MOVE 'N' TO WS-ACCT-SEEN-SW                                  00003030
           MOVE ZEROES TO WS-DLT-HIT                                    00003040
           PERFORM VARYING WS-DLT-SUB FROM 1 BY 1                       00003050
                    UNTIL WS-DLT-SUB > WS-DLT-COUNT                     00003060
                    OR WS-DLT-HIT > 0                                   00003070
             IF TBL-DLT-ACCT-NO (WS-DLT-SUB) = DLT-ACCT-NO              00003080
                SET WS-ACCT-SEEN TO TRUE                                00003090
                IF TBL-DLT-DATE (WS-DLT-SUB) = DLT-DATE                 00003100
                   AND TBL-DLT-PROGRAM (WS-DLT-SUB) = DLT-PROGRAM-ID    00003110
                   MOVE WS-DLT-SUB TO WS-DLT-HIT                        00003120
                END-IF                                                  00003130
             END-IF                                                     00003140
           END-PERFORM                                                  00003150
           IF WS-DLT-HIT = 0                                            00003160
              IF WS-DLT-COUNT NOT < WS-DLT-MAX                          00003170
                 MOVE "ACCOUNT TOUCHES EXCEED THE DELTA TABLE" TO       00003180
                    WS-ABEND-MESSAGE                                    00003190
                 GO TO 9999-ABEND                                       00003200
              END-IF                                                    00003210
              ADD 1 TO WS-DLT-COUNT                                     00003220
              MOVE WS-DLT-COUNT TO WS-DLT-HIT                           00003230
              MOVE DLT-ACCT-NO TO TBL-DLT-ACCT-NO (WS-DLT-HIT)          00003240
              MOVE DLT-DATE TO TBL-DLT-DATE (WS-DLT-HIT)                00003250
              MOVE DLT-PROGRAM-ID TO TBL-DLT-PROGRAM (WS-DLT-HIT)       00003260
              MOVE 'N' TO TBL-DLT-POST-SW (WS-DLT-HIT)                  00003270
              MOVE 'N' TO TBL-DLT-STATUS-SW (WS-DLT-HIT)                00003280
              IF WS-ACCT-SEEN                                           00003290
                 MOVE 'N' TO TBL-DLT-FIRST-SW (WS-DLT-HIT)              00003300
              ELSE                                                      00003310
                 MOVE 'Y' TO TBL-DLT-FIRST-SW (WS-DLT-HIT)              00003320
              END-IF                                                    00003330
           END-IF                                                       00003340
           IF DLT-ACTION-POST                                           00003350
              MOVE 'Y' TO TBL-DLT-POST-SW (WS-DLT-HIT)                  00003360
           END-IF                                                       00003370
           IF DLT-ACTION-STATUS                                         00003380
              MOVE 'Y' TO TBL-DLT-STATUS-SW (WS-DLT-HIT)                00003390
           END-IF.                                                      00003400
       1150-EXIT.                                                       00003410
           EXIT.                                                        00003420
                                                                        00003430
      *> ***************************************************************00003440
      *> ACTIVE SUBSCRIPTIONS ONLY.  A RECORD THAT CANNOT BE SENT       00003450
      *> (UNKNOWN EVENT OR CHANNEL, NO ADDRESS) IS COUNTED AND THE RUN  00003460
      *> ENDS WITH THE WARNING CODE SO THE ENROLMENT FEED GETS FIXED    00003470
      *> ***************************************************************00003480
       1200-LOAD-SUBSCRIPTIONS.                                         00003490
           OPEN INPUT SUB-FILE                                          00003500
           EVALUATE FS-SUB-FILE                                         00003510
             WHEN "00"                                                  00003520
               MOVE 'N' TO WS-EOF-SW                                    00003530
               PERFORM UNTIL WS-EOF                                     00003540
                 READ SUB-FILE                                          00003550
                   AT END                                               00003560
                     SET WS-EOF TO TRUE                                 00003570
                   NOT AT END                                           00003580
                     PERFORM 1250-HOLD-SUBSCRIPTION THRU 1250-EXIT      00003590
                 END-READ                                               00003600
               END-PERFORM                                              00003610
               CLOSE SUB-FILE                                           00003620
               DISPLAY "SUBSCRIPTIONS LOADED: " WS-SUBS-LOADED          00003630
             WHEN "35"                                                  00003640
               DISPLAY "NO SUBSCRIPTION FILE, NO ALERTS SENT"           00003650
               SET RC-WARNING TO TRUE                                   00003660
             WHEN OTHER                                                 00003670
               MOVE "OPEN FAILED ON SUB-FILE" TO WS-ABEND-MESSAGE       00003680
               GO TO 9999-ABEND                                         00003690
           END-EVALUATE.                                                00003700
       1200-EXIT.                                                       00003710
           EXIT.                                                        00003720
                                                                        00003730
       1250-HOLD-SUBSCRIPTION.                                          00003740
           IF NOT ASB-ACTIVE                                            00003750
              ADD 1 TO WS-SUBS-INACTIVE                                 00003760
              GO TO 1250-EXIT                                           00003770
           END-IF                                                       00003780
           IF ASB-CUST-ID NOT NUMERIC                                   00003790
              OR ASB-THRESHOLD NOT NUMERIC                              00003800
              OR ASB-ADDRESS = SPACES                                   00003810
              OR (NOT ASB-EVT-LARGE-POST                                00003820
                  AND NOT ASB-EVT-LOW-BAL                               00003830
                  AND NOT ASB-EVT-FROZEN)                               00003840
              OR (NOT ASB-CHAN-SMS AND NOT ASB-CHAN-EMAIL)              00003850
              ADD 1 TO WS-SUBS-BAD                                      00003860
              DISPLAY "BAD SUBSCRIPTION SKIPPED, CUSTOMER: "            00003870
                ASB-CUST-ID " EVENT: " ASB-EVENT                        00003880
              SET RC-WARNING TO TRUE                                    00003890
              GO TO 1250-EXIT                                           00003900
           END-IF                                                       00003910
           IF WS-SUB-COUNT NOT < WS-SUB-MAX                             00003920
              MOVE "SUBSCRIPTIONS EXCEED THE SUBSCRIPTION TABLE" TO     00003930
                 WS-ABEND-MESSAGE                                       00003940
              GO TO 9999-ABEND                                          00003950
           END-IF                                                       00003960
           ADD 1 TO WS-SUB-COUNT                                        00003970
           MOVE ASB-CUST-ID TO TBL-SUB-CUST-ID (WS-SUB-COUNT)           00003980
           MOVE ASB-EVENT TO TBL-SUB-EVENT (WS-SUB-COUNT)               00003990
           MOVE ASB-CHANNEL TO TBL-SUB-CHANNEL (WS-SUB-COUNT)           00004000
           MOVE ASB-THRESHOLD TO TBL-SUB-THRESHOLD (WS-SUB-COUNT)       00004010
           MOVE ASB-ADDRESS TO TBL-SUB-ADDRESS (WS-SUB-COUNT)           00004020
           ADD 1 TO WS-SUBS-LOADED.                                     00004030
       1250-EXIT.                                                       00004040
           EXIT.                                                        00004050
                                                                        00004060
      *> ***************************************************************00004070
      *> ACTIVE OWNERSHIP LINKS ONLY - A RETIRED OWNER IS NOT ALERTED   00004080
      *> ***************************************************************00004090
       1300-LOAD-XREF.                                                  00004100
           OPEN INPUT XREF-FILE                                         00004110
           EVALUATE FS-XREF-FILE                                        00004120
             WHEN "00"                                                  00004130
               MOVE 'N' TO WS-EOF-SW                                    00004140
               PERFORM UNTIL WS-EOF                                     00004150
                 READ XREF-FILE                                         00004160
                   AT END                                               00004170
                     SET WS-EOF TO TRUE                                 00004180
                   NOT AT END                                           00004190
                     IF AXR-ACTIVE                                      00004200
                        IF WS-XREF-COUNT < WS-XREF-MAX                  00004210
                           ADD 1 TO WS-XREF-COUNT                       00004220
                           MOVE AXR-ACCT-NO TO                          00004230
                              TBL-AXR-ACCT-NO (WS-XREF-COUNT)           00004240
                           MOVE AXR-CUST-ID TO                          00004250
                              TBL-AXR-CUST-ID (WS-XREF-COUNT)           00004260
                        ELSE                                            00004270
                           DISPLAY "XREF TABLE FULL, ENTRY DROPPED: "   00004280
                             AXR-ACCT-NO                                00004290
                           SET RC-WARNING TO TRUE                       00004300
                        END-IF                                          00004310
                     END-IF                                             00004320
                 END-READ                                               00004330
               END-PERFORM                                              00004340
               CLOSE XREF-FILE                                          00004350
               DISPLAY "XREF LINKS LOADED: " WS-XREF-COUNT              00004360
             WHEN "35"                                                  00004370
               DISPLAY "NO XREF DATASET, NO OWNERS RESOLVED"            00004380
               SET RC-WARNING TO TRUE                                   00004390
             WHEN OTHER                                                 00004400
               MOVE "OPEN FAILED ON XREF-FILE" TO WS-ABEND-MESSAGE      00004410
               GO TO 9999-ABEND                                         00004420
           END-EVALUATE.                                                00004430
       1300-EXIT.                                                       00004440
           EXIT.                                                        00004450
                                                                        00004460
       1400-LOAD-CUSTOMERS.                                             00004470
           OPEN INPUT CUST-MASTER-FILE                                  00004480
           EVALUATE FS-CUST-MASTER-FILE                                 00004490
             WHEN "00"                                                  00004500
               MOVE 'N' TO WS-EOF-SW                                    00004510
               PERFORM UNTIL WS-EOF                                     00004520
                 READ CUST-MASTER-FILE                                  00004530
                   AT END                                               00004540
                     SET WS-EOF TO TRUE                                 00004550
                   NOT AT END                                           00004560
                     IF WS-CUST-COUNT < WS-CUST-MAX                     00004570
                        ADD 1 TO WS-CUST-COUNT                          00004580
                        MOVE CUST-ID TO TBL-CUST-ID (WS-CUST-COUNT)     00004590
                        MOVE CUST-SUPPRESS TO                           00004600
                           TBL-CUST-SUPP (WS-CUST-COUNT)                00004610
                     ELSE                                               00004620
                        DISPLAY "CUSTOMER TABLE FULL, ID DROPPED: "     00004630
                          CUST-ID                                       00004640
                        SET RC-WARNING TO TRUE                          00004650
                     END-IF                                             00004660
                 END-READ                                               00004670
               END-PERFORM                                              00004680
               CLOSE CUST-MASTER-FILE                                   00004690
               DISPLAY "CUSTOMERS LOADED: " WS-CUST-COUNT               00004700
             WHEN "35"                                                  00004710
               DISPLAY "NO CUSTOMER MASTER, NO OWNERS RESOLVED"         00004720
               SET RC-WARNING TO TRUE                                   00004730
             WHEN OTHER                                                 00004740
               MOVE "OPEN FAILED ON CUST-MASTER-FILE" TO                00004750
                  WS-ABEND-MESSAGE                                      00004760
               GO TO 9999-ABEND                                         00004770
           END-EVALUATE.                                                00004780
       1400-EXIT.                                                       00004790
           EXIT.                                                        00004800
                                                                        00004810
      *> ***************************************************************00004820
      *> FROZEN ACCOUNTS.  THE JOURNAL CARRIES EVERY STATUS CHANGE      00004830
      *> EVER MADE; ONLY ONE MATCHING A STATUS TOUCH ON TONIGHT'S       00004840
      *> DELTA (SAME ACCOUNT, DATE AND PROGRAM) IS TONIGHT'S, AND ONLY  00004850
      *> A CHANGE INTO FROZEN FROM ANY OTHER STATUS IS AN EVENT         00004860
      *> ***************************************************************00004870
       2000-JOURNAL-PASS.                                               00004880
           IF WS-DLT-COUNT = 0                                          00004890
              GO TO 2000-EXIT                                           00004900
           END-IF                                                       00004910
           OPEN INPUT CHG-HIST-FILE                                     00004920
           EVALUATE FS-CHG-HIST-FILE                                    00004930
             WHEN "00"                                                  00004940
               CONTINUE                                                 00004950
             WHEN "35"                                                  00004960
               DISPLAY "NO CHANGE-HISTORY JOURNAL, NO FROZEN ALERTS"    00004970
               GO TO 2000-EXIT                                          00004980
             WHEN OTHER                                                 00004990
               MOVE "OPEN FAILED ON CHG-HIST-FILE" TO WS-ABEND-MESSAGE  00005000
               GO TO 9999-ABEND                                         00005010
           END-EVALUATE                                                 00005020
           MOVE 'N' TO WS-EOF-SW                                        00005030
           PERFORM UNTIL WS-EOF                                         00005040
             READ CHG-HIST-FILE                                         00005050
               AT END                                                   00005060
                 SET WS-EOF TO TRUE                                     00005070
               NOT AT END                                               00005080
                 ADD 1 TO WS-JOURNAL-READ                               00005090
                 IF CHG-ACTION-STATUS                                   00005100
                    PERFORM 2100-CHECK-FREEZE THRU 2100-EXIT            00005110
                 END-IF                                                 00005120
             END-READ                                                   00005130
           END-PERFORM                                                  00005140
           CLOSE CHG-HIST-FILE.                                         00005150
       2000-EXIT.                                                       00005160
           EXIT.                                                        00005170
                                                                        00005180
       2100-CHECK-FREEZE.                                               00005190
           MOVE CHG-BEFORE-IMAGE TO WS-BEFORE-IMG                       00005200
           MOVE CHG-AFTER-IMAGE TO WS-AFTER-IMG                         00005210
           IF NOT MYFREC-ST-FROZEN OF WS-AFTER-IMG                      00005220
              OR MYFREC-ST-FROZEN OF WS-BEFORE-IMG                      00005230
              GO TO 2100-EXIT                                           00005240
           END-IF                                                       00005250
           MOVE 'N' TO WS-FOUND-SW                                      00005260
           PERFORM VARYING WS-DLT-SUB FROM 1 BY 1                       00005270
                    UNTIL WS-DLT-SUB > WS-DLT-COUNT                     00005280
                    OR WS-FOUND                                         00005290
             IF TBL-DLT-ACCT-NO (WS-DLT-SUB) = CHG-ACCT-NO              00005300
                AND TBL-DLT-DATE (WS-DLT-SUB) = CHG-DATE                00005310
                AND TBL-DLT-PROGRAM (WS-DLT-SUB) = CHG-PROGRAM-ID       00005320
                AND TBL-DLT-STATUS-SW (WS-DLT-SUB) = 'Y'                00005330
                SET WS-FOUND TO TRUE                                    00005340
             END-IF                                                     00005350
           END-PERFORM                                                  00005360
           IF NOT WS-FOUND                                              00005370
              GO TO 2100-EXIT                                           00005380
           END-IF                                                       00005390
           MOVE CHG-ACCT-NO TO WS-EVT-ACCT-NO                           00005400
           SET WS-EVT-FROZEN TO TRUE                                    00005410
           MOVE CHG-DATE TO WS-EVT-DATE                                 00005420
           MOVE MYFREC-AMOUNT OF WS-AFTER-IMG TO WS-EVT-AMOUNT          00005430
           PERFORM 5000-RAISE-EVENT THRU 5000-EXIT.                     00005440
       2100-EXIT.                                                       00005450
           EXIT.                                                        00005460
                                                                        00005470
      *> ***************************************************************00005480
      *> LARGE POSTINGS.  FOR EACH POSTING TOUCH, THE ACCOUNT'S LEDGER  00005490
      *> IS WALKED FOR THE POSTINGS THAT PROGRAM APPLIED ON THAT DATE   00005500
      *> ***************************************************************00005510
       3000-POSTING-PASS.                                               00005520
           PERFORM VARYING WS-DLT-SUB FROM 1 BY 1                       00005530
                    UNTIL WS-DLT-SUB > WS-DLT-COUNT                     00005540
             IF TBL-DLT-POST-SW (WS-DLT-SUB) = 'Y'                      00005550
                PERFORM 3100-WALK-LEDGER THRU 3100-EXIT                 00005560
             END-IF                                                     00005570
           END-PERFORM.                                                 00005580
       3000-EXIT.                                                       00005590
           EXIT.                                                        00005600
                                                                        00005610
       3100-WALK-LEDGER.                                                00005620
           MOVE TBL-DLT-ACCT-NO (WS-DLT-SUB) TO MTR-ACCT-NO             00005630
           MOVE ZEROES TO MTR-TRAN-DATE                                 00005640
           MOVE ZEROES TO MTR-SEQ-NO                                    00005650
           MOVE 'N' TO WS-TRAN-EOF-SW                                   00005660
           START MYF-TRAN-FILE KEY IS NOT < MTR-KEY                     00005670
           IF FS-MYF-TRAN-FILE NOT = "00"                               00005680
              GO TO 3100-EXIT                                           00005690
           END-IF                                                       00005700
           PERFORM UNTIL WS-TRAN-EOF                                    00005710
             READ MYF-TRAN-FILE NEXT                                    00005720
             IF FS-MYF-TRAN-FILE NOT = "00"                             00005730
                OR MTR-ACCT-NO NOT = TBL-DLT-ACCT-NO (WS-DLT-SUB)       00005740
                SET WS-TRAN-EOF TO TRUE                                 00005750
             ELSE                                                       00005760
                IF MTR-POST-DATE = TBL-DLT-DATE (WS-DLT-SUB)            00005770
                   AND MTR-POST-PROGRAM =                               00005780
                       TBL-DLT-PROGRAM (WS-DLT-SUB)                     00005790
                   MOVE MTR-ACCT-NO TO WS-EVT-ACCT-NO                   00005800
                   SET WS-EVT-LARGE-POST TO TRUE                        00005810
                   MOVE MTR-POST-DATE TO WS-EVT-DATE                    00005820
                   MOVE MTR-AMOUNT TO WS-EVT-AMOUNT                     00005830
                   PERFORM 5000-RAISE-EVENT THRU 5000-EXIT              00005840
                END-IF                                                  00005850
             END-IF                                                     00005860
           END-PERFORM                                                  00005870
           IF FS-MYF-TRAN-FILE NOT = "00"                               00005880
              AND FS-MYF-TRAN-FILE NOT = "10"                           00005890
              DISPLAY "I/O ERROR ON LEDGER READ, STATUS: "              00005900
                FS-MYF-TRAN-FILE " ACCOUNT "                            00005910
                TBL-DLT-ACCT-NO (WS-DLT-SUB)                            00005920
              SET RC-WARNING TO TRUE                                    00005930
           END-IF.                                                      00005940
       3100-EXIT.                                                       00005950
           EXIT.                                                        00005960
                                                                        00005970
      *> ***************************************************************00005980
      *> LOW AND NEGATIVE BALANCES, ONCE PER TOUCHED ACCOUNT, ON THE    00005990
      *> BALANCE THE MASTER CARRIES NOW.  A DELETED OR CLOSED ACCOUNT   00006000
      *> HAS NO BALANCE TO WARN ABOUT                                   00006010
      *> ***************************************************************00006020
       4000-BALANCE-PASS.                                               00006030
           PERFORM VARYING WS-DLT-SUB FROM 1 BY 1                       00006040
                    UNTIL WS-DLT-SUB > WS-DLT-COUNT                     00006050
             IF TBL-DLT-FIRST-SW (WS-DLT-SUB) = 'Y'                     00006060
                PERFORM 4100-CHECK-BALANCE THRU 4100-EXIT               00006070
             END-IF                                                     00006080
           END-PERFORM.                                                 00006090
       4000-EXIT.                                                       00006100
           EXIT.                                                        00006110
                                                                        00006120
       4100-CHECK-BALANCE.                                              00006130
           MOVE TBL-DLT-ACCT-NO (WS-DLT-SUB) TO                         00006140
              MYFREC-ACCT-NO OF MYFILE-RECORDS                          00006150
           READ MYFILE                                                  00006160
           EVALUATE FS-MYFILE                                           00006170
             WHEN "00"                                                  00006180
               CONTINUE                                                 00006190
             WHEN "23"                                                  00006200
               ADD 1 TO WS-ACCTS-GONE                                   00006210
               GO TO 4100-EXIT                                          00006220
             WHEN OTHER                                                 00006230
               DISPLAY "I/O ERROR ON MYFILE READ, STATUS: " FS-MYFILE   00006240
                 " ACCOUNT " TBL-DLT-ACCT-NO (WS-DLT-SUB)               00006250
               SET RC-WARNING TO TRUE                                   00006260
               GO TO 4100-EXIT                                          00006270
           END-EVALUATE                                                 00006280
           IF MYFREC-ST-CLOSED OF MYFILE-RECORDS                        00006290
              GO TO 4100-EXIT                                           00006300
           END-IF                                                       00006310
           MOVE TBL-DLT-ACCT-NO (WS-DLT-SUB) TO WS-EVT-ACCT-NO          00006320
           SET WS-EVT-LOW-BAL TO TRUE                                   00006330
           MOVE WS-RUN-DATE TO WS-EVT-DATE                              00006340
           MOVE MYFREC-AMOUNT OF MYFILE-RECORDS TO WS-EVT-AMOUNT        00006350
           PERFORM 5000-RAISE-EVENT THRU 5000-EXIT.                     00006360
       4100-EXIT.                                                       00006370
           EXIT.                                                        00006380
                                                                        00006390
      *> ***************************************************************00006400
      *> ONE EVENT: FIND THE ACTIVE OWNER AND THEIR SUPPRESSION, THEN   00006410
      *> SEND ON EVERY CHANNEL THE OWNER SUBSCRIBED TO FOR THE EVENT    00006420
      *> WHOSE THRESHOLD THE EVENT MEETS                                00006430
      *> ***************************************************************00006440
       5000-RAISE-EVENT.                                                00006450
           ADD 1 TO WS-EVENTS-RAISED                                    00006460
           MOVE ZEROES TO WS-LOOKUP-CUST-ID                             00006470
           MOVE SPACE TO WS-LOOKUP-SUPP                                 00006480
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1                      00006490
                    UNTIL WS-XREF-SUB > WS-XREF-COUNT                   00006500
                    OR WS-LOOKUP-CUST-ID > 0                            00006510
             IF TBL-AXR-ACCT-NO (WS-XREF-SUB) = WS-EVT-ACCT-NO          00006520
                MOVE TBL-AXR-CUST-ID (WS-XREF-SUB) TO                   00006530
                   WS-LOOKUP-CUST-ID                                    00006540
             END-IF                                                     00006550
           END-PERFORM                                                  00006560
           IF WS-LOOKUP-CUST-ID = 0                                     00006570
              ADD 1 TO WS-EVENTS-NO-OWNER                               00006580
              GO TO 5000-EXIT                                           00006590
           END-IF                                                       00006600
           MOVE 'N' TO WS-FOUND-SW                                      00006610
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1                      00006620
                    UNTIL WS-CUST-SUB > WS-CUST-COUNT                   00006630
                    OR WS-FOUND                                         00006640
             IF TBL-CUST-ID (WS-CUST-SUB) = WS-LOOKUP-CUST-ID           00006650
                SET WS-FOUND TO TRUE                                    00006660
                MOVE TBL-CUST-SUPP (WS-CUST-SUB) TO WS-LOOKUP-SUPP      00006670
             END-IF                                                     00006680
           END-PERFORM                                                  00006690
           IF WS-LOOKUP-SUPP = 'D'                                      00006700
              OR WS-LOOKUP-SUPP = 'N'                                   00006710
              OR WS-LOOKUP-SUPP = 'L'                                   00006720
              ADD 1 TO WS-EVENTS-SUPPRESSED                             00006730
              GO TO 5000-EXIT                                           00006740
           END-IF                                                       00006750
           IF WS-EVT-AMOUNT < 0                                         00006760
              COMPUTE WS-EVT-ABS-AMOUNT = 0 - WS-EVT-AMOUNT             00006770
           ELSE                                                         00006780
              MOVE WS-EVT-AMOUNT TO WS-EVT-ABS-AMOUNT                   00006790
           END-IF                                                       00006800
           MOVE 'N' TO WS-SENT-SW                                       00006810
           PERFORM VARYING WS-SUB-SUB FROM 1 BY 1                       00006820
                    UNTIL WS-SUB-SUB > WS-SUB-COUNT                     00006830
             IF TBL-SUB-CUST-ID (WS-SUB-SUB) = WS-LOOKUP-CUST-ID        00006840
                AND TBL-SUB-EVENT (WS-SUB-SUB) = WS-EVT-TYPE            00006850
                PERFORM 5100-CHECK-THRESHOLD THRU 5100-EXIT             00006860
             END-IF                                                     00006870
           END-PERFORM                                                  00006880
           IF NOT WS-SENT                                               00006890
              ADD 1 TO WS-EVENTS-UNSUBSCRIBED                           00006900
           END-IF.                                                      00006910
       5000-EXIT.                                                       00006920
           EXIT.                                                        00006930
                                                                        00006940
       5100-CHECK-THRESHOLD.                                            00006950
           EVALUATE TRUE                                                00006960
             WHEN WS-EVT-LARGE-POST                                     00006970
               IF WS-EVT-ABS-AMOUNT < TBL-SUB-THRESHOLD (WS-SUB-SUB)    00006980
                  GO TO 5100-EXIT                                       00006990
               END-IF                                                   00007000
             WHEN WS-EVT-LOW-BAL                                        00007010
               IF WS-EVT-AMOUNT NOT < TBL-SUB-THRESHOLD (WS-SUB-SUB)    00007020
                  GO TO 5100-EXIT                                       00007030
               END-IF                                                   00007040
             WHEN OTHER                                                 00007050
               CONTINUE                                                 00007060
           END-EVALUATE                                                 00007070
           PERFORM 5200-WRITE-ALERT THRU 5200-EXIT.                     00007080
       5100-EXIT.                                                       00007090
           EXIT.                                                        00007100
                                                                        00007110
      *> ***************************************************************00007120
      *> THE ALERT FOR THE VENDOR, AND THE CONTACT-HISTORY ENTRY THAT   00007130
      *> LETS THE SERVICE DESK SEE IT WENT                              00007140
      *> ***************************************************************00007150
       5200-WRITE-ALERT.                                                00007160
           MOVE SPACES TO ALERT-FEED-RECORD                             00007170
           MOVE WS-LOOKUP-CUST-ID TO AFD-CUST-ID                        00007180
           MOVE TBL-SUB-CHANNEL (WS-SUB-SUB) TO AFD-CHANNEL             00007190
           MOVE TBL-SUB-ADDRESS (WS-SUB-SUB) TO AFD-ADDRESS             00007200
           MOVE WS-EVT-TYPE TO AFD-EVENT                                00007210
           MOVE WS-EVT-ACCT-NO TO AFD-ACCT-NO                           00007220
           MOVE WS-EVT-DATE TO AFD-EVENT-DATE                           00007230
           MOVE WS-EVT-ABS-AMOUNT TO AFD-AMOUNT                         00007240
           IF WS-EVT-AMOUNT < 0                                         00007250
              MOVE '-' TO AFD-AMOUNT-SIGN                               00007260
           END-IF                                                       00007270
           EVALUATE TRUE                                                00007280
             WHEN WS-EVT-LARGE-POST                                     00007290
               MOVE 'LARGE POSTING ON YOUR ACCOUNT' TO AFD-MESSAGE      00007300
               ADD 1 TO WS-ALERTS-LARGE-POST                            00007310
             WHEN WS-EVT-LOW-BAL AND WS-EVT-AMOUNT < 0                  00007320
               MOVE 'YOUR ACCOUNT IS OVERDRAWN' TO AFD-MESSAGE          00007330
               ADD 1 TO WS-ALERTS-LOW-BAL                               00007340
             WHEN WS-EVT-LOW-BAL                                        00007350
               MOVE 'LOW BALANCE ON YOUR ACCOUNT' TO AFD-MESSAGE        00007360
               ADD 1 TO WS-ALERTS-LOW-BAL                               00007370
             WHEN OTHER                                                 00007380
               MOVE 'YOUR ACCOUNT HAS BEEN FROZEN' TO AFD-MESSAGE       00007390
               ADD 1 TO WS-ALERTS-FROZEN                                00007400
           END-EVALUATE                                                 00007410
           WRITE ALERT-FEED-RECORD                                      00007420
           IF FS-ALERT-FEED-FILE NOT = "00"                             00007430
              MOVE "WRITE FAILED ON ALERT-FEED-FILE" TO WS-ABEND-MESSAGE00007440
              GO TO 9999-ABEND                                          00007450
           END-IF                                                       00007460
           SET WS-SENT TO TRUE                                          00007470
           ADD 1 TO WS-ALERTS-WRITTEN                                   00007480
           ADD 1 TO WS-FTC-REC-COUNT                                    00007490
           ADD WS-EVT-ACCT-NO TO WS-FTC-AMOUNT-HASH                     00007500
                                                                        00007510
           MOVE SPACES TO CONTACT-HIST-RECORD                           00007520
           MOVE WS-LOOKUP-CUST-ID TO CNT-CUST-ID                        00007530
           IF TBL-SUB-CHANNEL (WS-SUB-SUB) = 'S'                        00007540
              MOVE 'SMS ALERT' TO CNT-CONTACT-TYPE                      00007550
           ELSE                                                         00007560
              MOVE 'E-MAIL ALERT' TO CNT-CONTACT-TYPE                   00007570
           END-IF                                                       00007580
           STRING WS-EVT-TYPE ' ACCT ' WS-EVT-ACCT-NO                   00007590
              DELIMITED BY SIZE INTO CNT-REFERENCE                      00007600
           MOVE WS-RUN-DATE TO CNT-DATE                                 00007610
           WRITE CONTACT-HIST-RECORD                                    00007620
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00007630
              DISPLAY "WRITE FAILED, CONTACT-HIST STATUS: "             00007640
                FS-CONTACT-HIST-FILE                                    00007650
           END-IF.                                                      00007660
       5200-EXIT.                                                       00007670
           EXIT.                                                        00007680
                                                                        00007690
      *> ***************************************************************00007700
      *> CLOSE THE FEED WITH ITS TRAILER.  A QUIET NIGHT STILL SENDS A  00007710
      *> TRAILER-ONLY FILE SO THE VENDOR KNOWS THE RUN HAPPENED         00007720
      *> ***************************************************************00007730
       9000-TERMINATE.                                                  00007740
           MOVE 'TRL' TO FTR-TAG                                        00007750
           MOVE WS-FTC-REC-COUNT TO FTR-REC-COUNT                       00007760
           MOVE WS-FTC-AMOUNT-HASH TO FTR-AMOUNT-HASH                   00007770
           MOVE WS-RUN-DATE TO FTR-CREATE-DATE                          00007780
           MOVE WS-RUN-TIME TO FTR-CREATE-TIME                          00007790
           MOVE SPACES TO ALERT-FEED-RECORD                             00007800
           MOVE WS-FEED-TRAILER TO ALERT-FEED-RECORD (1:43)             00007810
           WRITE ALERT-FEED-RECORD                                      00007820
           CLOSE MYFILE                                                 00007830
           CLOSE MYF-TRAN-FILE                                          00007840
           CLOSE ALERT-FEED-FILE                                        00007850
           CLOSE CONTACT-HIST-FILE                                      00007860
           IF WS-DELTAS-BAD > 0                                         00007870
              SET RC-WARNING TO TRUE                                    00007880
           END-IF                                                       00007890
           DISPLAY "===== EVTALRT RUN SUMMARY ====="                    00007900
           DISPLAY "RUN DATE:              " WS-RUN-DATE                00007910
           DISPLAY "DELTA RECORDS READ:    " WS-DELTAS-READ             00007920
           DISPLAY "UNREADABLE DELTAS:     " WS-DELTAS-BAD              00007930
           DISPLAY "ACCOUNT TOUCHES:       " WS-DLT-COUNT               00007940
           DISPLAY "JOURNAL ENTRIES READ:  " WS-JOURNAL-READ            00007950
           DISPLAY "SUBSCRIPTIONS LOADED:  " WS-SUBS-LOADED             00007960
           DISPLAY "SUBSCRIPTIONS INACTIVE:" WS-SUBS-INACTIVE           00007970
           DISPLAY "SUBSCRIPTIONS BAD:     " WS-SUBS-BAD                00007980
           DISPLAY "EVENTS RAISED:         " WS-EVENTS-RAISED           00007990
           DISPLAY "  NO ACTIVE OWNER:     " WS-EVENTS-NO-OWNER         00008000
           DISPLAY "  OWNER SUPPRESSED:    " WS-EVENTS-SUPPRESSED       00008010
           DISPLAY "  NOT SUBSCRIBED/MET:  " WS-EVENTS-UNSUBSCRIBED     00008020
           DISPLAY "ACCOUNTS NO LONGER ON: " WS-ACCTS-GONE              00008030
           DISPLAY "LARGE POSTING ALERTS:  " WS-ALERTS-LARGE-POST       00008040
           DISPLAY "LOW BALANCE ALERTS:    " WS-ALERTS-LOW-BAL          00008050
           DISPLAY "FROZEN ACCOUNT ALERTS: " WS-ALERTS-FROZEN           00008060
           DISPLAY "ALERTS WRITTEN:        " WS-ALERTS-WRITTEN.         00008070
       9000-EXIT.                                                       00008080
           EXIT.                                                        00008090
                                                                        00008100
       COPY PROCDPAR.                                                   00008110
                                                                        00008120
       COPY ABENDPAR.                                                   00008130
