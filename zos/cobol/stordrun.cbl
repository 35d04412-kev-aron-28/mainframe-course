       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. STORDRUN.                                            00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * STANDING-ORDER EXECUTION.                                *      00000090
      * RUNS ONLY ON A BUSINESS DAY (CALDATE).  WALKS THE        *      00000100
      * STANDING-ORDER MASTER AND PAYS EVERY ACTIVE ORDER WHOSE  *      00000110
      * NEXT-DUE DATE, ROLLED FORWARD PAST WEEKENDS AND SHOP     *      00000120
      * HOLIDAYS, HAS ARRIVED: THE FROM ACCOUNT IS DEBITED AND   *      00000130
      * THE TO ACCOUNT CREDITED ON THE MYFTRAN LEDGER, EACH LEG  *      00000140
      * MOVING ITS HEADER BALANCE THE WAY MYFMAINT DOES.  A      *      00000150
      * FROZEN, CLOSED OR ESCHEATED ACCOUNT ON EITHER SIDE, A    *      00000160
      * CURRENCY MISMATCH OR A FROM BALANCE SHORT OF THE AMOUNT  *      00000170
      * FAILS THE PAYMENT: NOTHING POSTS, AND THE PAYING         *      00000180
      * CUSTOMER GETS A NOTICE IN THE FULFILLMENT LAYOUT (THE    *      00000190
      * REVIEW FILE WHEN CONTACT IS SUPPRESSED).  PAID OR NOT,   *      00000200
      * THE ORDER MOVES ON TO ITS NEXT SCHEDULED DATE - A FAILED *      00000210
      * PAYMENT IS NOT RETRIED - AND AN ORDER PAST ITS END DATE  *      00000220
      * IS MARKED ENDED.  THE LAST RUN DATE ON THE ORDER MAKES A *      00000230
      * RERUN OF THE SAME NIGHT PASS OVER WHAT IT ALREADY DID.   *      00000240
      * ********************************************************        00000250
       ENVIRONMENT DIVISION.                                            00000260
       INPUT-OUTPUT SECTION.                                            00000270
       FILE-CONTROL.                                                    00000280
           SELECT STANDING-ORDER-FILE                                   00000290
           ASSIGN TO STORDER                                            00000300
           ORGANIZATION IS INDEXED                                      00000310
           ACCESS MODE IS SEQUENTIAL                                    00000320
           RECORD KEY IS SOR-ORDER-NO                                   00000330
           FILE STATUS IS FS-STANDING-ORDER-FILE.                       00000340
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
           SELECT XREF-FILE                                             00000470
           ASSIGN TO ACCTXREF                                           00000480
           ORGANIZATION IS SEQUENTIAL                                   00000490
           FILE STATUS IS FS-XREF-FILE.                                 00000500
           SELECT CUST-MASTER-FILE                                      00000510
           ASSIGN TO CUSTMAST                                           00000520
           ORGANIZATION IS SEQUENTIAL                                   00000530
           FILE STATUS IS FS-CUST-MASTER-FILE.                          00000540
           SELECT LETTER-FILE                                           00000550
           ASSIGN TO SONOTICE                                           00000560
           ORGANIZATION IS SEQUENTIAL                                   00000570
           FILE STATUS IS FS-LETTER-FILE.                               00000580
           SELECT LETTER-REVW-FILE                                      00000590
           ASSIGN TO SOREVW                                             00000600
           ORGANIZATION IS SEQUENTIAL                                   00000610
           FILE STATUS IS FS-LETTER-REVW-FILE.                          00000620
           SELECT CONTACT-HIST-FILE                                     00000630
           ASSIGN TO CONTHIST                                           00000640
           ORGANIZATION IS SEQUENTIAL                                   00000650
           FILE STATUS IS FS-CONTACT-HIST-FILE.                         00000660
           SELECT DELTA-FILE                                            00000670
           ASSIGN TO MYFDELTA                                           00000680
           ORGANIZATION IS SEQUENTIAL                                   00000690
           FILE STATUS IS FS-DELTA-FILE.                                00000700
           SELECT SO-RPT-FILE                                           00000710
           ASSIGN TO SORPT                                              00000720
           ORGANIZATION IS SEQUENTIAL                                   00000730
           FILE STATUS IS FS-SO-RPT-FILE.                               00000740
           SELECT AUDIT-LOG-FILE                                        00000750
           ASSIGN TO AUDITLOG                                           00000760
           ORGANIZATION IS SEQUENTIAL                                   00000770
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000780
           SELECT REASON-CODE-FILE                                      00000790
           ASSIGN TO RSNCODES                                           00000800
           ORGANIZATION IS SEQUENTIAL                                   00000810
           FILE STATUS IS FS-REASON-CODE-FILE.                          00000820
           SELECT PROC-DATE-FILE                                        00000830
           ASSIGN TO PROCDATE                                           00000840
           ORGANIZATION IS SEQUENTIAL                                   00000850
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000860
       DATA DIVISION.                                                   00000870
       FILE SECTION.                                                    00000880
       FD STANDING-ORDER-FILE.                                          00000890
       COPY STORDREC.                                                   00000900
                                                                        00000910
       FD MYFILE.                                                       00000920
       COPY MYFREC.                                                     00000930
                                                                        00000940
       FD MYF-TRAN-FILE.                                                00000950
       COPY MYFTRAN.                                                    00000960
                                                                        00000970
       FD XREF-FILE.                                                    00000980
       COPY ACCTXREF.                                                   00000990
                                                                        00001000
       FD CUST-MASTER-FILE.                                             00001010
       COPY CUSTREC.                                                    00001020
                                                                        00001030
      *> ***************************************************************00001040
      *> SAME FULFILLMENT LAYOUT AS CONDI'S LETTER-FILE, SO THE PRINT   00001050
      *> SHOP TAKES THE FAILED-PAYMENT NOTICES THROUGH THE EXISTING     00001060
      *> CHANNEL                                                        00001070
      *> ***************************************************************00001080
       FD LETTER-FILE.                                                  00001090
       01 LETTER-RECORD.                                                00001100
           05 LTR-DATE              PIC 9(08).                          00001110
           05 LTR-APPL-ID           PIC 9(09).                          00001120
           05 LTR-APPL-NAME         PIC X(20).                          00001130
           05 LTR-PRODUCT-CD        PIC X(04).                          00001140
           05 LTR-DECISION          PIC X(10).                          00001150
           05 LTR-REASON            PIC X(40).                          00001160
      * RANKED ADVERSE-ACTION CODES ON CONDI DECLINES; ALWAYS           00001170
      * SPACES ON A STANDING-ORDER NOTICE                               00001180
           05 LTR-REASON-CODES      PIC X(16).                          00001190
           05 FILLER                PIC X(09).                          00001200
                                                                        00001210
      *> ***************************************************************00001220
      *> REVIEW COPY OF A NOTICE HELD BY A CONTACT SUPPRESSION ON       00001230
      *> THE CUSTOMER - A HUMAN DECIDES, NOT THE PRINT SHOP             00001240
      *> ***************************************************************00001250
       FD LETTER-REVW-FILE.                                             00001260
       01 LETTER-REVW-RECORD        PIC X(116).                         00001270
                                                                        00001280
       FD CONTACT-HIST-FILE.                                            00001290
       COPY CONTHIST.                                                   00001300
                                                                        00001310
       FD DELTA-FILE.                                                   00001320
       COPY DELTAREC.                                                   00001330
                                                                        00001340
       FD SO-RPT-FILE.                                                  00001350
       01 SO-RPT-LINE               PIC X(133).                         00001360
                                                                        00001370
       FD AUDIT-LOG-FILE.                                               00001380
       COPY AUDITLOG.                                                   00001390
                                                                        00001400
       FD REASON-CODE-FILE.                                             00001410
       COPY RSNCODE.                                                    00001420
                                                                        00001430
       FD PROC-DATE-FILE.                                               00001440
       COPY PROCDREC.                                                   00001450
                                                                        00001460
       WORKING-STORAGE SECTION.                                         00001470
       01 FS-STANDING-ORDER-FILE PIC XX.                                00001480
       01 FS-MYFILE PIC XX.                                             00001490
       01 FS-MYF-TRAN-FILE PIC XX.                                      00001500
       01 FS-XREF-FILE PIC XX.                                          00001510
       01 FS-CUST-MASTER-FILE PIC XX.                                   00001520
       01 FS-LETTER-FILE PIC XX.                                        00001530
       01 FS-LETTER-REVW-FILE PIC XX.                                   00001540
       01 FS-CONTACT-HIST-FILE PIC XX.                                  00001550
       01 FS-DELTA-FILE PIC XX.                                         00001560
       01 FS-SO-RPT-FILE PIC XX.                                        00001570
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00001580
                                                                        00001590
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001600
           88 WS-EOF VALUE 'Y'.                                         00001610
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00001620
           88 WS-IO-ERROR VALUE 'Y'.                                    00001630
       01 WS-SEQ-EOF-SW PIC X(01) VALUE 'N'.                            00001640
           88 WS-SEQ-EOF VALUE 'Y'.                                     00001650
       01 WS-XREF-EOF-SW PIC X(01) VALUE 'N'.                           00001660
           88 WS-XREF-EOF VALUE 'Y'.                                    00001670
       01 WS-CUST-EOF-SW PIC X(01) VALUE 'N'.                           00001680
           88 WS-CUST-EOF VALUE 'Y'.                                    00001690
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00001700
           88 WS-FOUND VALUE 'Y'.                                       00001710
       01 WS-PAID-SW PIC X(01) VALUE 'N'.                               00001720
           88 WS-PAID VALUE 'Y'.                                        00001730
       01 WS-POST-OK-SW PIC X(01) VALUE 'Y'.                            00001740
           88 WS-POST-OK VALUE 'Y'.                                     00001750
       01 WS-BUSINESS-DAY-SW PIC X(01) VALUE 'Y'.                       00001760
           88 WS-BUSINESS-DAY VALUE 'Y'.                                00001770
                                                                        00001780
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001790
       01 WS-PAY-DATE PIC 9(08) VALUE ZEROES.                           00001800
       01 WS-CAL-FUNCTION PIC X(01) VALUE SPACE.                        00001810
       01 WS-CAL-DATE PIC 9(08) VALUE ZEROES.                           00001820
       01 WS-CAL-RESULT PIC X(01) VALUE SPACE.                          00001830
       01 WS-REASON-CD PIC X(04) VALUE SPACES.                          00001840
       01 WS-REASON-TXT PIC X(40) VALUE SPACES.                         00001850
       01 WS-RESULT-TEXT PIC X(30) VALUE SPACES.                        00001860
                                                                        00001870
      *> ***************************************************************00001880
      *> POSTING WORK AREAS, IN THE CURRENCY BOTH ACCOUNTS SHARE        00001890
      *> ***************************************************************00001900
       01 WS-CURR-ACCT-NO PIC 9(09) VALUE ZEROES.                       00001910
       01 WS-NEXT-SEQ-NO PIC 9(05) VALUE ZEROES.                        00001920
       01 WS-RUN-BAL PIC S9(11)V99 COMP-3 VALUE ZEROES.                 00001930
       01 WS-POST-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.                00001940
       01 WS-POST-DESC PIC X(30) VALUE SPACES.                          00001950
       01 WS-BALANCE-AFTER PIC S9(11)V99 COMP-3 VALUE ZEROES.           00001960
       01 WS-TO-STATUS PIC X(01) VALUE SPACE.                           00001970
       01 WS-TO-CURR-CD PIC X(03) VALUE SPACES.                         00001980
       01 WS-TO-BALANCE PIC S9(11)V99 COMP-3 VALUE ZEROES.              00001990
       01 WS-TO-BAL-AFTER PIC S9(11)V99 COMP-3 VALUE ZEROES.            00002000
       01 WS-ORDER-CURR-CD PIC X(03) VALUE SPACES.                      00002010
                                                                        00002020
      *> ***************************************************************00002030
      *> SCHEDULE ARITHMETIC.  WEEKS ADD DAYS; MONTHS, QUARTERS AND     00002040
      *> YEARS ADD MONTHS AND LAND ON THE ANCHOR DAY, OR ON THE LAST    00002050
      *> DAY OF A MONTH TOO SHORT TO HAVE IT                            00002060
      *> ***************************************************************00002070
       01 WS-SCHED-DATE PIC 9(08) VALUE ZEROES.                         00002080
       01 WS-SCHED-DATE-GROUP REDEFINES WS-SCHED-DATE.                  00002090
           05 WS-SCHED-YYYY PIC 9(04).                                  00002100
           05 WS-SCHED-MM PIC 9(02).                                    00002110
           05 WS-SCHED-DD PIC 9(02).                                    00002120
       01 WS-ADD-DAYS PIC 9(02) VALUE ZEROES.                           00002130
       01 WS-ADD-MONTHS PIC 9(02) VALUE ZEROES.                         00002140
       01 WS-MONTH-WORK PIC 9(03) VALUE ZEROES.                         00002150
       01 WS-MAX-DAY PIC 9(02) VALUE ZEROES.                            00002160
       01 WS-LEAP-QUOT PIC 9(04) VALUE ZEROES.                          00002170
       01 WS-LEAP-REM PIC 9(04) VALUE ZEROES.                           00002180
       01 WS-LEAP-SW PIC X(01) VALUE 'N'.                               00002190
           88 WS-LEAP-YEAR VALUE 'Y'.                                   00002200
       01 DAYS-IN-MONTH-INIT.                                           00002210
           05 FILLER PIC 9(02) VALUE 31.                                00002220
           05 FILLER PIC 9(02) VALUE 28.                                00002230
           05 FILLER PIC 9(02) VALUE 31.                                00002240
           05 FILLER PIC 9(02) VALUE 30.                                00002250
           05 FILLER PIC 9(02) VALUE 31.                                00002260
           05 FILLER PIC 9(02) VALUE 30.                                00002270
           05 FILLER PIC 9(02) VALUE 31.                                00002280
           05 FILLER PIC 9(02) VALUE 31.                                00002290
           05 FILLER PIC 9(02) VALUE 30.                                00002300
           05 FILLER PIC 9(02) VALUE 31.                                00002310
           05 FILLER PIC 9(02) VALUE 30.                                00002320
           05 FILLER PIC 9(02) VALUE 31.                                00002330
       01 DAYS-IN-MONTH REDEFINES DAYS-IN-MONTH-INIT.                   00002340
           05 DIM-DAYS OCCURS 12 TIMES PIC 9(02).                       00002350
                                                                        00002360
      *> ***************************************************************00002370
      *> ACCOUNT-TO-CUSTOMER LINKS AND THE OWNER DETAIL THE NOTICE      00002380
      *> NEEDS, LOADED THE WAY THE COLLECTION NOTICES LOAD THEM         00002390
      *> ***************************************************************00002400
       01 WS-XREF-TABLE.                                                00002410
           05 WS-XREF-ENTRY OCCURS 500 TIMES.                           00002420
               10 TBL-AXR-ACCT-NO       PIC 9(09).                      00002430
               10 TBL-AXR-CUST-ID       PIC 9(09).                      00002440
               10 TBL-AXR-STATUS        PIC X(01).                      00002450
       01 WS-XREF-COUNT PIC 9(03) VALUE ZEROES.                         00002460
       01 WS-XREF-MAX PIC 9(03) VALUE 500.                              00002470
       01 WS-XREF-SUB PIC 9(03) VALUE ZEROES.                           00002480
                                                                        00002490
       01 WS-CUST-TABLE.                                                00002500
           05 WS-CUST-ENTRY OCCURS 500 TIMES.                           00002510
               10 TBL-CUST-ID           PIC 9(09).                      00002520
               10 TBL-CUST-LAST         PIC X(20).                      00002530
               10 TBL-CUST-SUPP         PIC X(01).                      00002540
       01 WS-CUST-COUNT PIC 9(03) VALUE ZEROES.                         00002550
       01 WS-CUST-MAX PIC 9(03) VALUE 500.                              00002560
       01 WS-CUST-SUB PIC 9(03) VALUE ZEROES.                           00002570
                                                                        00002580
       01 WS-LOOKUP-ACCT-NO PIC 9(09) VALUE ZEROES.                     00002590
       01 WS-LOOKUP-CUST-ID PIC 9(09) VALUE ZEROES.                     00002600
       01 WS-LOOKUP-CUST-SUB PIC 9(03) VALUE ZEROES.                    00002610
       01 WS-LOOKUP-SUPP PIC X(01) VALUE SPACE.                         00002620
                                                                        00002630
       01 WS-ORDERS-READ PIC 9(07) VALUE ZEROES.                        00002640
       01 WS-ORDERS-INACTIVE PIC 9(07) VALUE ZEROES.                    00002650
       01 WS-ORDERS-NOT-DUE PIC 9(07) VALUE ZEROES.                     00002660
       01 WS-ORDERS-DONE-TONIGHT PIC 9(07) VALUE ZEROES.                00002670
       01 WS-ORDERS-DUE PIC 9(07) VALUE ZEROES.                         00002680
       01 WS-ORDERS-PAID PIC 9(07) VALUE ZEROES.                        00002690
       01 WS-ORDERS-FAILED PIC 9(07) VALUE ZEROES.                      00002700
       01 WS-ORDERS-ENDED PIC 9(07) VALUE ZEROES.                       00002710
       01 WS-ORDERS-UNRESOLVED PIC 9(07) VALUE ZEROES.                  00002720
       01 WS-NOTICES-WRITTEN PIC 9(07) VALUE ZEROES.                    00002730
       01 WS-NOTICES-SUPPRESSED PIC 9(07) VALUE ZEROES.                 00002740
       01 WS-NO-OWNER-COUNT PIC 9(07) VALUE ZEROES.                     00002750
       01 WS-TOTAL-PAID PIC S9(13)V99 COMP-3 VALUE ZEROES.              00002760
       01 WS-TOTAL-FAILED PIC S9(13)V99 COMP-3 VALUE ZEROES.            00002770
       COPY ABENDCPY.                                                   00002780
       01 FS-REASON-CODE-FILE PIC XX.                                   00002790
       COPY RSNTBL.                                                     00002800
       COPY AUDITCHN.                                                   00002810
       COPY PROCDCPY.                                                   00002820
                                                                        00002830
       01 WS-HDR-LINE-1.                                                00002840
           05 FILLER PIC X(01) VALUE '1'.                               00002850
           05 FILLER PIC X(45)                                          00002860
              VALUE 'STORDRUN - STANDING ORDERS PAID AND FAILED'.       00002870
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00002880
           05 HDR-RUN-DATE PIC 9(08).                                   00002890
                                                                        00002900
       01 WS-HDR-LINE-2.                                                00002910
           05 FILLER PIC X(01) VALUE SPACE.                             00002920
           05 FILLER PIC X(11) VALUE 'ORDER'.                           00002930
           05 FILLER PIC X(11) VALUE 'FROM ACCT'.                       00002940
           05 FILLER PIC X(11) VALUE 'TO ACCT'.                         00002950
           05 FILLER PIC X(16) VALUE '         AMOUNT'.                 00002960
           05 FILLER PIC X(04) VALUE 'CUR'.                             00002970
           05 FILLER PIC X(10) VALUE 'SCHEDULED'.                       00002980
           05 FILLER PIC X(31) VALUE 'RESULT'.                          00002990
           05 FILLER PIC X(10) VALUE 'NEXT DUE'.                        00003000
                                                                        00003010
       01 WS-DTL-LINE.                                                  00003020
           05 FILLER PIC X(01) VALUE SPACE.                             00003030
           05 DTL-ORDER-NO PIC 9(09).                                   00003040
           05 FILLER PIC X(02) VALUE SPACES.                            00003050
           05 DTL-FROM-ACCT PIC 9(09).                                  00003060
           05 FILLER PIC X(02) VALUE SPACES.                            00003070
           05 DTL-TO-ACCT PIC 9(09).                                    00003080
           05 FILLER PIC X(02) VALUE SPACES.                            00003090
           05 DTL-AMOUNT PIC Z(10)9.99-.                                00003100
           05 FILLER PIC X(01) VALUE SPACE.                             00003110
           05 DTL-CURR-CD PIC X(03).                                    00003120
           05 FILLER PIC X(01) VALUE SPACE.                             00003130
           05 DTL-SCHED-DATE PIC 9(08).                                 00003140
           05 FILLER PIC X(02) VALUE SPACES.                            00003150
           05 DTL-RESULT PIC X(30).                                     00003160
           05 FILLER PIC X(01) VALUE SPACE.                             00003170
           05 DTL-NEXT-DUE PIC X(08).                                   00003180
                                                                        00003190
       01 WS-NOT-BUSINESS-LINE.                                         00003200
           05 FILLER PIC X(01) VALUE '0'.                               00003210
           05 FILLER PIC X(50)                                          00003220
              VALUE 'NOT A BUSINESS DAY - NO STANDING ORDERS PAID'.     00003230
                                                                        00003240
       01 WS-TOTAL-LINE-1.                                              00003250
           05 FILLER PIC X(01) VALUE '0'.                               00003260
           05 FILLER PIC X(16) VALUE 'PAID'.                            00003270
           05 TOT-PAID-COUNT PIC Z(06)9.                                00003280
           05 FILLER PIC X(04) VALUE SPACES.                            00003290
           05 TOT-PAID-AMOUNT PIC Z(12)9.99-.                           00003300
                                                                        00003310
       01 WS-TOTAL-LINE-2.                                              00003320
           05 FILLER PIC X(01) VALUE SPACE.                             00003330
           05 FILLER PIC X(16) VALUE 'FAILED'.                          00003340
           05 TOT-FAILED-COUNT PIC Z(06)9.                              00003350
           05 FILLER PIC X(04) VALUE SPACES.                            00003360
           05 TOT-FAILED-AMOUNT PIC Z(12)9.99-.                         00003370
                                                                        00003380
       PROCEDURE DIVISION.                                              00003390
       0000-MAIN.                                                       00003400
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00003410
           IF WS-BUSINESS-DAY                                           00003420
              PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT                 00003430
                 UNTIL WS-EOF                                           00003440
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
      *> RUN DATE AND THE BUSINESS-DAY TEST FIRST: ON A WEEKEND OR      00003550
      *> HOLIDAY NOTHING IS OPENED FOR UPDATE AND THE REPORT SAYS SO.   00003560
      *> OTHERWISE THE OWNER TABLES, THE ORDER MASTER AND THE ACCOUNT   00003570
      *> FILES FOR UPDATE, THEN THE OUTPUTS                             00003580
      *> ***************************************************************00003590
       1000-INITIALIZE.                                                 00003600
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00003610
           IF WS-PROCESS-DATE > 0                                       00003620
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00003630
           ELSE                                                         00003640
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00003650
           END-IF                                                       00003660
           OPEN OUTPUT SO-RPT-FILE                                      00003670
           IF FS-SO-RPT-FILE NOT = "00"                                 00003680
              MOVE "OPEN FAILED ON SO-RPT-FILE" TO WS-ABEND-MESSAGE     00003690
              GO TO 9999-ABEND                                          00003700
           END-IF                                                       00003710
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00003720
           WRITE SO-RPT-LINE FROM WS-HDR-LINE-1                         00003730
                                                                        00003740
           MOVE 'B' TO WS-CAL-FUNCTION                                  00003750
           MOVE WS-RUN-DATE TO WS-CAL-DATE                              00003760
           CALL "CALDATE" USING WS-CAL-FUNCTION WS-CAL-DATE             00003770
              WS-CAL-RESULT                                             00003780
           EVALUATE WS-CAL-RESULT                                       00003790
             WHEN 'Y'                                                   00003800
               CONTINUE                                                 00003810
             WHEN 'N'                                                   00003820
               MOVE 'N' TO WS-BUSINESS-DAY-SW                           00003830
               DISPLAY "NOT A BUSINESS DAY, NO STANDING ORDERS PAID"    00003840
               WRITE SO-RPT-LINE FROM WS-NOT-BUSINESS-LINE              00003850
               GO TO 1000-EXIT                                          00003860
             WHEN OTHER                                                 00003870
               MOVE "CALDATE REJECTED THE RUN DATE" TO WS-ABEND-MESSAGE 00003880
               GO TO 9999-ABEND                                         00003890
           END-EVALUATE                                                 00003900
                                                                        00003910
           PERFORM 8400-LOAD-REASON-CODES THRU 8400-EXIT                00003920
           PERFORM 1200-LOAD-XREF THRU 1200-EXIT                        00003930
           PERFORM 1300-LOAD-CUSTOMERS THRU 1300-EXIT                   00003940
                                                                        00003950
      *> NO MASTER YET MEANS NO ORDER HAS BEEN SET UP                   00003960
           OPEN I-O STANDING-ORDER-FILE                                 00003970
           EVALUATE FS-STANDING-ORDER-FILE                              00003980
             WHEN "00"                                                  00003990
               CONTINUE                                                 00004000
             WHEN "35"                                                  00004010
               DISPLAY "NO STANDING ORDER MASTER, NOTHING TO PAY"       00004020
               MOVE 'N' TO WS-BUSINESS-DAY-SW                           00004030
               GO TO 1000-EXIT                                          00004040
             WHEN OTHER                                                 00004050
               MOVE "OPEN FAILED ON STANDING-ORDER-FILE" TO             00004060
                  WS-ABEND-MESSAGE                                      00004070
               GO TO 9999-ABEND                                         00004080
           END-EVALUATE                                                 00004090
           OPEN I-O MYFILE                                              00004100
           EVALUATE FS-MYFILE                                           00004110
             WHEN "00"                                                  00004120
               CONTINUE                                                 00004130
             WHEN "35"                                                  00004140
               MOVE "MYFILE NOT FOUND" TO WS-ABEND-MESSAGE              00004150
               GO TO 9999-ABEND                                         00004160
             WHEN OTHER                                                 00004170
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00004180
               GO TO 9999-ABEND                                         00004190
           END-EVALUATE                                                 00004200
      *> THE LEDGER OPENS WITH THE HEADER: A TRANSFER LEG IS NEVER      00004210
      *> APPLIED TO ONE WITHOUT THE OTHER                               00004220
           OPEN I-O MYF-TRAN-FILE                                       00004230
           EVALUATE FS-MYF-TRAN-FILE                                    00004240
             WHEN "00"                                                  00004250
               CONTINUE                                                 00004260
             WHEN "35"                                                  00004270
               MOVE "MYFILE LEDGER NOT FOUND" TO WS-ABEND-MESSAGE       00004280
               GO TO 9999-ABEND                                         00004290
             WHEN OTHER                                                 00004300
               MOVE "OPEN FAILED ON MYF-TRAN-FILE" TO WS-ABEND-MESSAGE  00004310
               GO TO 9999-ABEND                                         00004320
           END-EVALUATE                                                 00004330
           OPEN OUTPUT LETTER-FILE                                      00004340
           IF FS-LETTER-FILE NOT = "00"                                 00004350
              MOVE "OPEN FAILED ON LETTER-FILE" TO WS-ABEND-MESSAGE     00004360
              GO TO 9999-ABEND                                          00004370
           END-IF                                                       00004380
           OPEN OUTPUT LETTER-REVW-FILE                                 00004390
           IF FS-LETTER-REVW-FILE NOT = "00"                            00004400
              MOVE "OPEN FAILED ON LETTER-REVW-FILE" TO                 00004410
                 WS-ABEND-MESSAGE                                       00004420
              GO TO 9999-ABEND                                          00004430
           END-IF                                                       00004440
           OPEN EXTEND CONTACT-HIST-FILE                                00004450
           IF FS-CONTACT-HIST-FILE = "35"                               00004460
              OPEN OUTPUT CONTACT-HIST-FILE                             00004470
           END-IF                                                       00004480
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00004490
              MOVE "OPEN FAILED ON CONTACT-HIST-FILE" TO                00004500
                 WS-ABEND-MESSAGE                                       00004510
              GO TO 9999-ABEND                                          00004520
           END-IF                                                       00004530
      *> BOTH LEGS GO ON THE SHARED DELTA FEED SO THE NEXT              00004540
      *> INCREMENTAL EXTRACT SWEEPS THE TWO ACCOUNTS                    00004550
           OPEN EXTEND DELTA-FILE                                       00004560
           IF FS-DELTA-FILE = "35"                                      00004570
              OPEN OUTPUT DELTA-FILE                                    00004580
           END-IF                                                       00004590
           IF FS-DELTA-FILE NOT = "00"                                  00004600
              MOVE "OPEN FAILED ON DELTA-FILE" TO WS-ABEND-MESSAGE      00004610
              GO TO 9999-ABEND                                          00004620
           END-IF                                                       00004630
           MOVE "STORDRUN" TO ALOG-PROGRAM-ID                           00004640
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00004650
           WRITE SO-RPT-LINE FROM WS-HDR-LINE-2.                        00004660
       1000-EXIT.                                                       00004670
           EXIT.                                                        00004680
                                                                        00004690
       1200-LOAD-XREF.                                                  00004700
           OPEN INPUT XREF-FILE                                         00004710
           EVALUATE FS-XREF-FILE                                        00004720
             WHEN "00"                                                  00004730
               PERFORM UNTIL WS-XREF-EOF                                00004740
                 READ XREF-FILE                                         00004750
                   AT END                                               00004760
                     SET WS-XREF-EOF TO TRUE                            00004770
                   NOT AT END                                           00004780
                     IF WS-XREF-COUNT < WS-XREF-MAX                     00004790
                        ADD 1 TO WS-XREF-COUNT                          00004800
                        MOVE AXR-ACCT-NO TO                             00004810
                           TBL-AXR-ACCT-NO (WS-XREF-COUNT)              00004820
                        MOVE AXR-CUST-ID TO                             00004830
                           TBL-AXR-CUST-ID (WS-XREF-COUNT)              00004840
                        MOVE AXR-STATUS TO                              00004850
                           TBL-AXR-STATUS (WS-XREF-COUNT)               00004860
                     ELSE                                               00004870
                        DISPLAY "XREF TABLE FULL, ENTRY DROPPED: "      00004880
                          AXR-ACCT-NO                                   00004890
                     END-IF                                             00004900
                 END-READ                                               00004910
               END-PERFORM                                              00004920
               CLOSE XREF-FILE                                          00004930
               DISPLAY "XREF LINKS LOADED: " WS-XREF-COUNT              00004940
             WHEN "35"                                                  00004950
               DISPLAY "NO XREF DATASET, NO OWNERS RESOLVED"            00004960
             WHEN OTHER                                                 00004970
               MOVE "OPEN FAILED ON XREF-FILE" TO WS-ABEND-MESSAGE      00004980
               GO TO 9999-ABEND                                         00004990
           END-EVALUATE.                                                00005000
       1200-EXIT.                                                       00005010
           EXIT.                                                        00005020
                                                                        00005030
       1300-LOAD-CUSTOMERS.                                             00005040
           OPEN INPUT CUST-MASTER-FILE                                  00005050
           EVALUATE FS-CUST-MASTER-FILE                                 00005060
             WHEN "00"                                                  00005070
               PERFORM UNTIL WS-CUST-EOF                                00005080
                 READ CUST-MASTER-FILE                                  00005090
                   AT END                                               00005100
                     SET WS-CUST-EOF TO TRUE                            00005110
                   NOT AT END                                           00005120
                     IF WS-CUST-COUNT < WS-CUST-MAX                     00005130
                        ADD 1 TO WS-CUST-COUNT                          00005140
                        MOVE CUST-ID TO TBL-CUST-ID (WS-CUST-COUNT)     00005150
                        MOVE CUST-LAST-NAME TO                          00005160
                           TBL-CUST-LAST (WS-CUST-COUNT)                00005170
                        MOVE CUST-SUPPRESS TO                           00005180
                           TBL-CUST-SUPP (WS-CUST-COUNT)                00005190
                     ELSE                                               00005200
                        DISPLAY "CUSTOMER TABLE FULL, ID DROPPED: "     00005210
                          CUST-ID                                       00005220
                     END-IF                                             00005230
                 END-READ                                               00005240
               END-PERFORM                                              00005250
               CLOSE CUST-MASTER-FILE                                   00005260
               DISPLAY "CUSTOMERS LOADED: " WS-CUST-COUNT               00005270
             WHEN "35"                                                  00005280
               DISPLAY "NO CUSTOMER MASTER, NO OWNERS RESOLVED"         00005290
             WHEN OTHER                                                 00005300
               MOVE "OPEN FAILED ON CUST-MASTER-FILE" TO                00005310
                  WS-ABEND-MESSAGE                                      00005320
               GO TO 9999-ABEND                                         00005330
           END-EVALUATE.                                                00005340
       1300-EXIT.                                                       00005350
           EXIT.                                                        00005360
                                                                        00005370
      *> ***************************************************************00005380
      *> ONE ORDER.  ONLY AN ACTIVE ORDER NOT ALREADY HANDLED TONIGHT,  00005390
      *> WHOSE ROLLED DUE DATE HAS ARRIVED, IS PAID                     00005400
      *> ***************************************************************00005410
       2000-PROCESS-ORDER.                                              00005420
           READ STANDING-ORDER-FILE NEXT                                00005430
           EVALUATE FS-STANDING-ORDER-FILE                              00005440
             WHEN "00"                                                  00005450
               ADD 1 TO WS-ORDERS-READ                                  00005460
             WHEN "10"                                                  00005470
               SET WS-EOF TO TRUE                                       00005480
               GO TO 2000-EXIT                                          00005490
             WHEN OTHER                                                 00005500
               DISPLAY "READ FAILED, STANDING-ORDER-FILE STATUS: "      00005510
                 FS-STANDING-ORDER-FILE                                 00005520
               SET WS-EOF TO TRUE                                       00005530
               SET WS-IO-ERROR TO TRUE                                  00005540
               GO TO 2000-EXIT                                          00005550
           END-EVALUATE                                                 00005560
                                                                        00005570
           IF NOT SOR-ST-ACTIVE                                         00005580
              ADD 1 TO WS-ORDERS-INACTIVE                               00005590
              GO TO 2000-EXIT                                           00005600
           END-IF                                                       00005610
           IF SOR-LAST-RUN-DATE = WS-RUN-DATE                           00005620
              ADD 1 TO WS-ORDERS-DONE-TONIGHT                           00005630
              GO TO 2000-EXIT                                           00005640
           END-IF                                                       00005650
      *> AN END DATE MOVED IN UNDER THE SCHEDULE ENDS IT UNPAID         00005660
           IF SOR-END-DATE > 0                                          00005670
              AND SOR-NEXT-DUE-DATE > SOR-END-DATE                      00005680
              PERFORM 2800-END-ORDER THRU 2800-EXIT                     00005690
              GO TO 2000-EXIT                                           00005700
           END-IF                                                       00005710
                                                                        00005720
           PERFORM 2100-ROLL-DUE-DATE THRU 2100-EXIT                    00005730
           IF WS-CAL-RESULT = 'E'                                       00005740
              ADD 1 TO WS-ORDERS-UNRESOLVED                             00005750
              SET RC-WARNING TO TRUE                                    00005760
              DISPLAY "ORDER " SOR-ORDER-NO " DUE DATE NOT RESOLVED: "  00005770
                SOR-NEXT-DUE-DATE                                       00005780
              GO TO 2000-EXIT                                           00005790
           END-IF                                                       00005800
           IF WS-PAY-DATE > WS-RUN-DATE                                 00005810
              ADD 1 TO WS-ORDERS-NOT-DUE                                00005820
              GO TO 2000-EXIT                                           00005830
           END-IF                                                       00005840
                                                                        00005850
           ADD 1 TO WS-ORDERS-DUE                                       00005860
           MOVE SPACES TO WS-REASON-CD                                  00005870
           MOVE SPACES TO WS-REASON-TXT                                 00005880
           MOVE SPACES TO WS-ORDER-CURR-CD                              00005890
           MOVE 'N' TO WS-PAID-SW                                       00005900
           PERFORM 3000-PAY-ORDER THRU 3000-EXIT                        00005910
           IF WS-IO-ERROR                                               00005920
              GO TO 2000-EXIT                                           00005930
           END-IF                                                       00005940
           MOVE SOR-NEXT-DUE-DATE TO DTL-SCHED-DATE                     00005950
           IF WS-PAID                                                   00005960
              ADD 1 TO WS-ORDERS-PAID                                   00005970
              ADD SOR-AMOUNT TO WS-TOTAL-PAID                           00005980
              MOVE 'PAID' TO WS-RESULT-TEXT                             00005990
              MOVE SPACES TO SOR-LAST-RESULT                            00006000
              MOVE "SO PAID     " TO ALOG-ACTION                        00006010
           ELSE                                                         00006020
              ADD 1 TO WS-ORDERS-FAILED                                 00006030
              ADD SOR-AMOUNT TO WS-TOTAL-FAILED                         00006040
              SET RC-WARNING TO TRUE                                    00006050
              MOVE WS-REASON-CD TO WS-RSN-WANTED                        00006060
              PERFORM 8480-RESOLVE-REASON-TEXT THRU 8480-EXIT           00006070
              IF WS-RSN-FOUND                                           00006080
                 MOVE WS-RSN-FOUND-TEXT TO WS-REASON-TXT                00006090
              END-IF                                                    00006100
              MOVE WS-REASON-TXT TO WS-RESULT-TEXT                      00006110
              MOVE WS-REASON-CD TO SOR-LAST-RESULT                      00006120
              IF SOR-FAIL-COUNT < 999                                   00006130
                 ADD 1 TO SOR-FAIL-COUNT                                00006140
              END-IF                                                    00006150
              MOVE "SO FAILED   " TO ALOG-ACTION                        00006160
              PERFORM 4000-NOTIFY-CUSTOMER THRU 4000-EXIT               00006170
           END-IF                                                       00006180
           MOVE SPACES TO ALOG-DETAIL                                   00006190
           STRING "ORDER " SOR-ORDER-NO " " SOR-FROM-ACCT ">"           00006200
              SOR-TO-ACCT " " SOR-LAST-RESULT                           00006210
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00006220
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT                  00006230
                                                                        00006240
           MOVE WS-RUN-DATE TO SOR-LAST-RUN-DATE                        00006250
           PERFORM 2200-ADVANCE-SCHEDULE THRU 2200-EXIT                 00006260
           IF SOR-END-DATE > 0                                          00006270
              AND SOR-NEXT-DUE-DATE > SOR-END-DATE                      00006280
              SET SOR-ST-ENDED TO TRUE                                  00006290
              MOVE WS-RUN-DATE TO SOR-STATUS-DATE                       00006300
              ADD 1 TO WS-ORDERS-ENDED                                  00006310
              MOVE 'ENDED' TO DTL-NEXT-DUE                              00006320
           ELSE                                                         00006330
              MOVE SOR-NEXT-DUE-DATE TO DTL-NEXT-DUE                    00006340
           END-IF                                                       00006350
           PERFORM 2900-REWRITE-ORDER THRU 2900-EXIT                    00006360
           PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.                    00006370
       2000-EXIT.                                                       00006380
           EXIT.                                                        00006390
                                                                        00006400
      *> ***************************************************************00006410
      *> THE DAY THE ORDER PAYS: ITS SCHEDULED DATE, OR THE NEXT        00006420
      *> BUSINESS DAY AFTER IT WHEN IT FALLS ON A WEEKEND OR HOLIDAY    00006430
      *> ***************************************************************00006440
       2100-ROLL-DUE-DATE.                                              00006450
           MOVE SOR-NEXT-DUE-DATE TO WS-PAY-DATE                        00006460
           MOVE 'B' TO WS-CAL-FUNCTION                                  00006470
           MOVE SOR-NEXT-DUE-DATE TO WS-CAL-DATE                        00006480
           CALL "CALDATE" USING WS-CAL-FUNCTION WS-CAL-DATE             00006490
              WS-CAL-RESULT                                             00006500
           IF WS-CAL-RESULT = 'N'                                       00006510
              MOVE 'N' TO WS-CAL-FUNCTION                               00006520
              CALL "CALDATE" USING WS-CAL-FUNCTION WS-CAL-DATE          00006530
                 WS-CAL-RESULT                                          00006540
              IF WS-CAL-RESULT = 'Y'                                    00006550
                 MOVE WS-CAL-DATE TO WS-PAY-DATE                        00006560
              END-IF                                                    00006570
           END-IF.                                                      00006580
       2100-EXIT.                                                       00006590
           EXIT.                                                        00006600
                                                                        00006610
      *> ***************************************************************00006620
      *> MOVE THE SCHEDULED DATE ONE PERIOD ON FROM WHERE IT WAS, NOT   00006630
      *> FROM THE ROLLED PAY DATE, SO A HOLIDAY NEVER SHIFTS THE ORDER  00006640
      *> ***************************************************************00006650
       2200-ADVANCE-SCHEDULE.                                           00006660
           MOVE SOR-NEXT-DUE-DATE TO WS-SCHED-DATE                      00006670
           EVALUATE TRUE                                                00006680
             WHEN SOR-FREQ-WEEKLY                                       00006690
               MOVE 7 TO WS-ADD-DAYS                                    00006700
               PERFORM 2300-ADD-DAYS THRU 2300-EXIT                     00006710
             WHEN SOR-FREQ-FORTNIGHT                                    00006720
               MOVE 14 TO WS-ADD-DAYS                                   00006730
               PERFORM 2300-ADD-DAYS THRU 2300-EXIT                     00006740
             WHEN SOR-FREQ-QUARTERLY                                    00006750
               MOVE 3 TO WS-ADD-MONTHS                                  00006760
               PERFORM 2400-ADD-MONTHS THRU 2400-EXIT                   00006770
             WHEN SOR-FREQ-ANNUAL                                       00006780
               MOVE 12 TO WS-ADD-MONTHS                                 00006790
               PERFORM 2400-ADD-MONTHS THRU 2400-EXIT                   00006800
             WHEN OTHER                                                 00006810
               MOVE 1 TO WS-ADD-MONTHS                                  00006820
               PERFORM 2400-ADD-MONTHS THRU 2400-EXIT                   00006830
           END-EVALUATE                                                 00006840
           MOVE WS-SCHED-DATE TO SOR-NEXT-DUE-DATE.                     00006850
       2200-EXIT.                                                       00006860
           EXIT.                                                        00006870
                                                                        00006880
       2300-ADD-DAYS.                                                   00006890
           ADD WS-ADD-DAYS TO WS-SCHED-DD                               00006900
           PERFORM 2500-MONTH-LENGTH THRU 2500-EXIT                     00006910
           IF WS-SCHED-DD > WS-MAX-DAY                                  00006920
              SUBTRACT WS-MAX-DAY FROM WS-SCHED-DD                      00006930
              IF WS-SCHED-MM = 12                                       00006940
                 MOVE 01 TO WS-SCHED-MM                                 00006950
                 ADD 1 TO WS-SCHED-YYYY                                 00006960
              ELSE                                                      00006970
                 ADD 1 TO WS-SCHED-MM                                   00006980
              END-IF                                                    00006990
           END-IF.                                                      00007000
       2300-EXIT.                                                       00007010
           EXIT.                                                        00007020
                                                                        00007030
       2400-ADD-MONTHS.                                                 00007040
           COMPUTE WS-MONTH-WORK = WS-SCHED-MM + WS-ADD-MONTHS          00007050
           IF WS-MONTH-WORK > 12                                        00007060
              SUBTRACT 12 FROM WS-MONTH-WORK                            00007070
              ADD 1 TO WS-SCHED-YYYY                                    00007080
           END-IF                                                       00007090
           MOVE WS-MONTH-WORK TO WS-SCHED-MM                            00007100
           IF SOR-ANCHOR-DAY NUMERIC AND SOR-ANCHOR-DAY > 0             00007110
              MOVE SOR-ANCHOR-DAY TO WS-SCHED-DD                        00007120
           END-IF                                                       00007130
           PERFORM 2500-MONTH-LENGTH THRU 2500-EXIT                     00007140
           IF WS-SCHED-DD > WS-MAX-DAY                                  00007150
              MOVE WS-MAX-DAY TO WS-SCHED-DD                            00007160
           END-IF.                                                      00007170
       2400-EXIT.                                                       00007180
           EXIT.                                                        00007190
                                                                        00007200
       2500-MONTH-LENGTH.                                               00007210
           MOVE DIM-DAYS (WS-SCHED-MM) TO WS-MAX-DAY                    00007220
           IF WS-SCHED-MM NOT = 2                                       00007230
              GO TO 2500-EXIT                                           00007240
           END-IF                                                       00007250
           MOVE 'N' TO WS-LEAP-SW                                       00007260
           DIVIDE WS-SCHED-YYYY BY 4 GIVING WS-LEAP-QUOT                00007270
              REMAINDER WS-LEAP-REM                                     00007280
           IF WS-LEAP-REM = 0                                           00007290
              DIVIDE WS-SCHED-YYYY BY 100 GIVING WS-LEAP-QUOT           00007300
                 REMAINDER WS-LEAP-REM                                  00007310
              IF WS-LEAP-REM = 0                                        00007320
                 DIVIDE WS-SCHED-YYYY BY 400 GIVING WS-LEAP-QUOT        00007330
                    REMAINDER WS-LEAP-REM                               00007340
                 IF WS-LEAP-REM = 0                                     00007350
                    SET WS-LEAP-YEAR TO TRUE                            00007360
                 END-IF                                                 00007370
              ELSE                                                      00007380
                 SET WS-LEAP-YEAR TO TRUE                               00007390
              END-IF                                                    00007400
           END-IF                                                       00007410
           IF WS-LEAP-YEAR                                              00007420
              MOVE 29 TO WS-MAX-DAY                                     00007430
           END-IF.                                                      00007440
       2500-EXIT.                                                       00007450
           EXIT.                                                        00007460
                                                                        00007470
       2700-WRITE-DETAIL.                                               00007480
           MOVE SOR-ORDER-NO TO DTL-ORDER-NO                            00007490
           MOVE SOR-FROM-ACCT TO DTL-FROM-ACCT                          00007500
           MOVE SOR-TO-ACCT TO DTL-TO-ACCT                              00007510
           MOVE SOR-AMOUNT TO DTL-AMOUNT                                00007520
           MOVE WS-ORDER-CURR-CD TO DTL-CURR-CD                         00007530
           MOVE WS-RESULT-TEXT TO DTL-RESULT                            00007540
           WRITE SO-RPT-LINE FROM WS-DTL-LINE.                          00007550
       2700-EXIT.                                                       00007560
           EXIT.                                                        00007570
                                                                        00007580
       2800-END-ORDER.                                                  00007590
           SET SOR-ST-ENDED TO TRUE                                     00007600
           MOVE WS-RUN-DATE TO SOR-STATUS-DATE                          00007610
           ADD 1 TO WS-ORDERS-ENDED                                     00007620
           PERFORM 2900-REWRITE-ORDER THRU 2900-EXIT                    00007630
           MOVE SOR-NEXT-DUE-DATE TO DTL-SCHED-DATE                     00007640
           MOVE 'PAST END DATE, ENDED' TO WS-RESULT-TEXT                00007650
           MOVE 'ENDED' TO DTL-NEXT-DUE                                 00007660
           PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.                    00007670
       2800-EXIT.                                                       00007680
           EXIT.                                                        00007690
                                                                        00007700
       2900-REWRITE-ORDER.                                              00007710
           REWRITE STANDING-ORDER-RECORD                                00007720
           IF FS-STANDING-ORDER-FILE NOT = "00"                         00007730
              DISPLAY "I/O ERROR ON STANDING-ORDER-FILE REWRITE, "      00007740
                "STATUS: " FS-STANDING-ORDER-FILE                       00007750
              SET WS-IO-ERROR TO TRUE                                   00007760
              SET WS-EOF TO TRUE                                        00007770
           END-IF.                                                      00007780
       2900-EXIT.                                                       00007790
           EXIT.                                                        00007800
                                                                        00007810
      *> ***************************************************************00007820
      *> EDIT BOTH ACCOUNTS BEFORE EITHER LEG POSTS, SO A TRANSFER IS   00007830
      *> EITHER WHOLLY PAID OR NOT TOUCHED AT ALL                       00007840
      *> ***************************************************************00007850
       3000-PAY-ORDER.                                                  00007860
           MOVE SOR-TO-ACCT TO MYFREC-ACCT-NO                           00007870
           READ MYFILE                                                  00007880
           EVALUATE FS-MYFILE                                           00007890
             WHEN "00"                                                  00007900
               CONTINUE                                                 00007910
             WHEN "23"                                                  00007920
               MOVE "O021" TO WS-REASON-CD                              00007930
               MOVE "TO ACCOUNT NOT ON FILE" TO WS-REASON-TXT           00007940
               GO TO 3000-EXIT                                          00007950
             WHEN OTHER                                                 00007960
               PERFORM 3900-MYFILE-IO-ERROR THRU 3900-EXIT              00007970
               GO TO 3000-EXIT                                          00007980
           END-EVALUATE                                                 00007990
           MOVE MYFREC-STATUS TO WS-TO-STATUS                           00008000
           MOVE MYFREC-CURR-CD TO WS-TO-CURR-CD                         00008010
           MOVE MYFREC-AMOUNT TO WS-TO-BALANCE                          00008020
                                                                        00008030
           MOVE SOR-FROM-ACCT TO MYFREC-ACCT-NO                         00008040
           READ MYFILE                                                  00008050
           EVALUATE FS-MYFILE                                           00008060
             WHEN "00"                                                  00008070
               CONTINUE                                                 00008080
             WHEN "23"                                                  00008090
               MOVE "O020" TO WS-REASON-CD                              00008100
               MOVE "FROM ACCOUNT NOT ON FILE" TO WS-REASON-TXT         00008110
               GO TO 3000-EXIT                                          00008120
             WHEN OTHER                                                 00008130
               PERFORM 3900-MYFILE-IO-ERROR THRU 3900-EXIT              00008140
               GO TO 3000-EXIT                                          00008150
           END-EVALUATE                                                 00008160
           MOVE MYFREC-CURR-CD TO WS-ORDER-CURR-CD                      00008170
           IF MYFREC-ST-FROZEN OR MYFREC-ST-CLOSED                      00008180
              OR MYFREC-ST-ESCHEATED                                    00008190
              MOVE "O022" TO WS-REASON-CD                               00008200
              MOVE "FROM ACCOUNT FROZEN OR CLOSED" TO WS-REASON-TXT     00008210
              GO TO 3000-EXIT                                           00008220
           END-IF                                                       00008230
           IF WS-TO-STATUS = 'F' OR WS-TO-STATUS = 'C'                  00008240
              OR WS-TO-STATUS = 'E'                                     00008250
              MOVE "O023" TO WS-REASON-CD                               00008260
              MOVE "TO ACCOUNT FROZEN OR CLOSED" TO WS-REASON-TXT       00008270
              GO TO 3000-EXIT                                           00008280
           END-IF                                                       00008290
           IF MYFREC-CURR-CD NOT = WS-TO-CURR-CD                        00008300
              MOVE "O024" TO WS-REASON-CD                               00008310
              MOVE "ACCOUNTS NOT IN THE SAME CURRENCY" TO WS-REASON-TXT 00008320
              GO TO 3000-EXIT                                           00008330
           END-IF                                                       00008340
           IF MYFREC-AMOUNT < SOR-AMOUNT                                00008350
              MOVE "O025" TO WS-REASON-CD                               00008360
              MOVE "INSUFFICIENT BALANCE" TO WS-REASON-TXT              00008370
              GO TO 3000-EXIT                                           00008380
           END-IF                                                       00008390
           MOVE WS-TO-BALANCE TO WS-TO-BAL-AFTER                        00008400
           ADD SOR-AMOUNT TO WS-TO-BAL-AFTER                            00008410
             ON SIZE ERROR                                              00008420
               MOVE "O026" TO WS-REASON-CD                              00008430
               MOVE "TRANSFER WOULD OVERFLOW TO BALANCE" TO             00008440
                  WS-REASON-TXT                                         00008450
               GO TO 3000-EXIT                                          00008460
           END-ADD                                                      00008470
                                                                        00008480
      *> THE FROM ACCOUNT IS THE ONE IN THE RECORD AREA: DEBIT IT       00008490
           MOVE SOR-FROM-ACCT TO WS-CURR-ACCT-NO                        00008500
           MOVE MYFREC-AMOUNT TO WS-RUN-BAL                             00008510
           COMPUTE WS-POST-AMT = 0 - SOR-AMOUNT                         00008520
           MOVE SPACES TO WS-POST-DESC                                  00008530
           STRING "STANDING ORDER TO " SOR-TO-ACCT                      00008540
              DELIMITED BY SIZE INTO WS-POST-DESC                       00008550
           PERFORM 3500-POST-TO-LEDGER THRU 3500-EXIT                   00008560
           IF NOT WS-POST-OK                                            00008570
              GO TO 3000-EXIT                                           00008580
           END-IF                                                       00008590
                                                                        00008600
           MOVE SOR-TO-ACCT TO MYFREC-ACCT-NO                           00008610
           READ MYFILE                                                  00008620
           IF FS-MYFILE NOT = "00"                                      00008630
              PERFORM 3900-MYFILE-IO-ERROR THRU 3900-EXIT               00008640
              GO TO 3000-EXIT                                           00008650
           END-IF                                                       00008660
           MOVE SOR-TO-ACCT TO WS-CURR-ACCT-NO                          00008670
           MOVE MYFREC-AMOUNT TO WS-RUN-BAL                             00008680
           MOVE SOR-AMOUNT TO WS-POST-AMT                               00008690
           MOVE SPACES TO WS-POST-DESC                                  00008700
           STRING "STANDING ORDER FROM " SOR-FROM-ACCT                  00008710
              DELIMITED BY SIZE INTO WS-POST-DESC                       00008720
           PERFORM 3500-POST-TO-LEDGER THRU 3500-EXIT                   00008730
           IF WS-POST-OK                                                00008740
              SET WS-PAID TO TRUE                                       00008750
           END-IF.                                                      00008760
       3000-EXIT.                                                       00008770
           EXIT.                                                        00008780
                                                                        00008790
      *> ***************************************************************00008800
      *> POST WS-POST-AMT TO THE LEDGER UNDER THE NEXT SEQUENCE FOR     00008810
      *> THE ACCOUNT AND RUN DATE, THEN MOVE THE HEADER BALANCE WITH    00008820
      *> IT - THE DETAIL GOES DOWN FIRST, SO A FAILED WRITE LEAVES THE  00008830
      *> BALANCE UNTOUCHED, THE SAME ORDER MYFMAINT KEEPS               00008840
      *> ***************************************************************00008850
       3500-POST-TO-LEDGER.                                             00008860
           MOVE 'Y' TO WS-POST-OK-SW                                    00008870
           MOVE WS-RUN-BAL TO WS-BALANCE-AFTER                          00008880
           ADD WS-POST-AMT TO WS-BALANCE-AFTER                          00008890
           PERFORM 3550-NEXT-SEQUENCE THRU 3550-EXIT                    00008900
           MOVE SPACES TO MYF-TRAN-RECORD                               00008910
           MOVE WS-CURR-ACCT-NO TO MTR-ACCT-NO                          00008920
           MOVE WS-RUN-DATE TO MTR-TRAN-DATE                            00008930
           MOVE WS-NEXT-SEQ-NO TO MTR-SEQ-NO                            00008940
           MOVE WS-RUN-DATE TO MTR-EFF-DATE                             00008950
           MOVE WS-POST-AMT TO MTR-AMOUNT                               00008960
           MOVE WS-POST-DESC TO MTR-DESC                                00008970
           MOVE MYFREC-CURR-CD TO MTR-CURR-CD                           00008980
           MOVE WS-BALANCE-AFTER TO MTR-BALANCE-AFTER                   00008990
           MOVE WS-RUN-DATE TO MTR-POST-DATE                            00009000
           MOVE "STORDRUN" TO MTR-POST-PROGRAM                          00009010
           WRITE MYF-TRAN-RECORD                                        00009020
           IF FS-MYF-TRAN-FILE NOT = "00"                               00009030
              DISPLAY "I/O ERROR ON MYF-TRAN-FILE WRITE, STATUS: "      00009040
                FS-MYF-TRAN-FILE                                        00009050
              SET WS-IO-ERROR TO TRUE                                   00009060
              SET WS-EOF TO TRUE                                        00009070
              MOVE 'N' TO WS-POST-OK-SW                                 00009080
              GO TO 3500-EXIT                                           00009090
           END-IF                                                       00009100
           MOVE WS-BALANCE-AFTER TO MYFREC-AMOUNT                       00009110
           MOVE WS-RUN-DATE TO MYFREC-TRAN-DATE                         00009120
           MOVE WS-RUN-DATE TO MYFREC-EFF-DATE                          00009130
           MOVE WS-POST-DESC TO MYFREC-DESC                             00009140
      *> A POSTING IS ACTIVITY ON THE ACCOUNT, SO A DORMANT ONE REOPENS 00009150
           IF MYFREC-ST-DORMANT                                         00009160
              MOVE 'O' TO MYFREC-STATUS                                 00009170
              MOVE WS-RUN-DATE TO MYFREC-STATUS-DATE                    00009180
           END-IF                                                       00009190
           REWRITE MYFILE-RECORDS                                       00009200
           IF FS-MYFILE NOT = "00"                                      00009210
              DISPLAY "I/O ERROR ON MYFILE REWRITE, STATUS: " FS-MYFILE 00009220
              SET WS-IO-ERROR TO TRUE                                   00009230
              SET WS-EOF TO TRUE                                        00009240
              MOVE 'N' TO WS-POST-OK-SW                                 00009250
              GO TO 3500-EXIT                                           00009260
           END-IF                                                       00009270
           PERFORM 3600-WRITE-DELTA THRU 3600-EXIT.                     00009280
       3500-EXIT.                                                       00009290
           EXIT.                                                        00009300
                                                                        00009310
       3550-NEXT-SEQUENCE.                                              00009320
           MOVE ZEROES TO WS-NEXT-SEQ-NO                                00009330
           MOVE 'N' TO WS-SEQ-EOF-SW                                    00009340
           MOVE WS-CURR-ACCT-NO TO MTR-ACCT-NO                          00009350
           MOVE WS-RUN-DATE TO MTR-TRAN-DATE                            00009360
           MOVE ZEROES TO MTR-SEQ-NO                                    00009370
           START MYF-TRAN-FILE KEY IS NOT < MTR-KEY                     00009380
           IF FS-MYF-TRAN-FILE NOT = "00"                               00009390
              SET WS-SEQ-EOF TO TRUE                                    00009400
           END-IF                                                       00009410
           PERFORM UNTIL WS-SEQ-EOF                                     00009420
             READ MYF-TRAN-FILE NEXT                                    00009430
             IF FS-MYF-TRAN-FILE NOT = "00"                             00009440
                OR MTR-ACCT-NO NOT = WS-CURR-ACCT-NO                    00009450
                OR MTR-TRAN-DATE NOT = WS-RUN-DATE                      00009460
                SET WS-SEQ-EOF TO TRUE                                  00009470
             ELSE                                                       00009480
                MOVE MTR-SEQ-NO TO WS-NEXT-SEQ-NO                       00009490
             END-IF                                                     00009500
           END-PERFORM                                                  00009510
           ADD 1 TO WS-NEXT-SEQ-NO.                                     00009520
       3550-EXIT.                                                       00009530
           EXIT.                                                        00009540
                                                                        00009550
       3600-WRITE-DELTA.                                                00009560
           MOVE SPACES TO DELTA-CAPTURE-RECORD                          00009570
           MOVE WS-CURR-ACCT-NO TO DLT-ACCT-NO                          00009580
           SET DLT-ACTION-POST TO TRUE                                  00009590
           MOVE WS-RUN-DATE TO DLT-DATE                                 00009600
           ACCEPT DLT-TIME FROM TIME                                    00009610
           MOVE "STORDRUN" TO DLT-PROGRAM-ID                            00009620
           WRITE DELTA-CAPTURE-RECORD                                   00009630
           IF FS-DELTA-FILE NOT = "00"                                  00009640
              DISPLAY "WRITE FAILED, DELTA-FILE STATUS: " FS-DELTA-FILE 00009650
           END-IF.                                                      00009660
       3600-EXIT.                                                       00009670
           EXIT.                                                        00009680
                                                                        00009690
       3900-MYFILE-IO-ERROR.                                            00009700
           DISPLAY "I/O ERROR ON MYFILE READ, STATUS: " FS-MYFILE       00009710
             " ORDER " SOR-ORDER-NO                                     00009720
           SET WS-IO-ERROR TO TRUE                                      00009730
           SET WS-EOF TO TRUE.                                          00009740
       3900-EXIT.                                                       00009750
           EXIT.                                                        00009760
                                                                        00009770
      *> ***************************************************************00009780
      *> THE FAILED-PAYMENT NOTICE GOES TO THE ACTIVE OWNER OF THE FROM 00009790
      *> ACCOUNT - THE CUSTOMER WHO GAVE THE INSTRUCTION.  A            00009800
      *> SUPPRESSED CUSTOMER'S NOTICE GOES TO THE REVIEW FILE, NOT      00009810
      *> FULFILLMENT                                                    00009820
      *> ***************************************************************00009830
       4000-NOTIFY-CUSTOMER.                                            00009840
           MOVE SOR-FROM-ACCT TO WS-LOOKUP-ACCT-NO                      00009850
           PERFORM 4600-LOOKUP-OWNER THRU 4600-EXIT                     00009860
           IF WS-LOOKUP-CUST-ID = 0                                     00009870
              ADD 1 TO WS-NO-OWNER-COUNT                                00009880
              DISPLAY "NO ACTIVE OWNER, NO NOTICE FOR ORDER "           00009890
                SOR-ORDER-NO                                            00009900
              GO TO 4000-EXIT                                           00009910
           END-IF                                                       00009920
           MOVE SPACES TO LETTER-RECORD                                 00009930
           MOVE WS-RUN-DATE TO LTR-DATE                                 00009940
           MOVE WS-LOOKUP-CUST-ID TO LTR-APPL-ID                        00009950
           IF WS-LOOKUP-CUST-SUB > 0                                    00009960
              MOVE TBL-CUST-LAST (WS-LOOKUP-CUST-SUB) TO LTR-APPL-NAME  00009970
           END-IF                                                       00009980
           MOVE 'STOR' TO LTR-PRODUCT-CD                                00009990
           MOVE 'NOT PAID' TO LTR-DECISION                              00010000
           STRING 'ORDER ' SOR-ORDER-NO ' ' WS-REASON-TXT               00010010
              DELIMITED BY SIZE INTO LTR-REASON                         00010020
           IF WS-LOOKUP-SUPP = 'D'                                      00010030
              OR WS-LOOKUP-SUPP = 'N'                                   00010040
              OR WS-LOOKUP-SUPP = 'L'                                   00010050
              WRITE LETTER-REVW-RECORD FROM LETTER-RECORD               00010060
              ADD 1 TO WS-NOTICES-SUPPRESSED                            00010070
              GO TO 4000-EXIT                                           00010080
           END-IF                                                       00010090
           WRITE LETTER-RECORD                                          00010100
           IF FS-LETTER-FILE NOT = "00"                                 00010110
              DISPLAY "WRITE FAILED, LETTER-FILE STATUS: "              00010120
                FS-LETTER-FILE                                          00010130
           ELSE                                                         00010140
              ADD 1 TO WS-NOTICES-WRITTEN                               00010150
              MOVE WS-LOOKUP-CUST-ID TO CNT-CUST-ID                     00010160
              MOVE 'SO NOT PAID ' TO CNT-CONTACT-TYPE                   00010170
              MOVE SPACES TO CNT-REFERENCE                              00010180
              STRING 'ORDER ' SOR-ORDER-NO                              00010190
                 DELIMITED BY SIZE INTO CNT-REFERENCE                   00010200
              MOVE WS-RUN-DATE TO CNT-DATE                              00010210
              WRITE CONTACT-HIST-RECORD                                 00010220
              IF FS-CONTACT-HIST-FILE NOT = "00"                        00010230
                 DISPLAY "WRITE FAILED, CONTACT-HIST STATUS: "          00010240
                   FS-CONTACT-HIST-FILE                                 00010250
              END-IF                                                    00010260
           END-IF.                                                      00010270
       4000-EXIT.                                                       00010280
           EXIT.                                                        00010290
                                                                        00010300
      *> ***************************************************************00010310
      *> RESOLVE THE ACTIVE OWNER, THEIR NAME AND SUPPRESSION           00010320
      *> ***************************************************************00010330
       4600-LOOKUP-OWNER.                                               00010340
           MOVE ZEROES TO WS-LOOKUP-CUST-ID                             00010350
           MOVE ZEROES TO WS-LOOKUP-CUST-SUB                            00010360
           MOVE SPACE TO WS-LOOKUP-SUPP                                 00010370
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1                      00010380
                    UNTIL WS-XREF-SUB > WS-XREF-COUNT                   00010390
             IF TBL-AXR-ACCT-NO (WS-XREF-SUB) = WS-LOOKUP-ACCT-NO       00010400
                AND TBL-AXR-STATUS (WS-XREF-SUB) = 'A'                  00010410
                MOVE TBL-AXR-CUST-ID (WS-XREF-SUB) TO                   00010420
                   WS-LOOKUP-CUST-ID                                    00010430
             END-IF                                                     00010440
           END-PERFORM                                                  00010450
           IF WS-LOOKUP-CUST-ID = 0                                     00010460
              GO TO 4600-EXIT                                           00010470
           END-IF                                                       00010480
                                                                        00010490
           MOVE 'N' TO WS-FOUND-SW                                      00010500
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1                      00010510
                    UNTIL WS-CUST-SUB > WS-CUST-COUNT                   00010520
                    OR WS-FOUND                                         00010530
             IF TBL-CUST-ID (WS-CUST-SUB) = WS-LOOKUP-CUST-ID           00010540
                SET WS-FOUND TO TRUE                                    00010550
                MOVE WS-CUST-SUB TO WS-LOOKUP-CUST-SUB                  00010560
                MOVE TBL-CUST-SUPP (WS-CUST-SUB) TO WS-LOOKUP-SUPP      00010570
             END-IF                                                     00010580
           END-PERFORM.                                                 00010590
       4600-EXIT.                                                       00010600
           EXIT.                                                        00010610
                                                                        00010620
      *> ***************************************************************00010630
      *> REPORT TOTALS, COUNT SUMMARY, THEN CLOSE UP                    00010640
      *> ***************************************************************00010650
       9000-TERMINATE.                                                  00010660
           MOVE WS-ORDERS-PAID TO TOT-PAID-COUNT                        00010670
           MOVE WS-TOTAL-PAID TO TOT-PAID-AMOUNT                        00010680
           MOVE WS-ORDERS-FAILED TO TOT-FAILED-COUNT                    00010690
           MOVE WS-TOTAL-FAILED TO TOT-FAILED-AMOUNT                    00010700
           WRITE SO-RPT-LINE FROM WS-TOTAL-LINE-1                       00010710
           WRITE SO-RPT-LINE FROM WS-TOTAL-LINE-2                       00010720
           DISPLAY "===== STORDRUN RUN SUMMARY ====="                   00010730
           DISPLAY "RUN DATE             : " WS-RUN-DATE                00010740
           DISPLAY "ORDERS READ          : " WS-ORDERS-READ             00010750
           DISPLAY "CANCELLED OR ENDED   : " WS-ORDERS-INACTIVE         00010760
           DISPLAY "NOT YET DUE          : " WS-ORDERS-NOT-DUE          00010770
           DISPLAY "ALREADY RUN TONIGHT  : " WS-ORDERS-DONE-TONIGHT     00010780
           DISPLAY "DUE TONIGHT          : " WS-ORDERS-DUE              00010790
           DISPLAY "  PAID               : " WS-ORDERS-PAID             00010800
           DISPLAY "  FAILED             : " WS-ORDERS-FAILED           00010810
           DISPLAY "ENDED TONIGHT        : " WS-ORDERS-ENDED            00010820
           DISPLAY "DUE DATE UNRESOLVED  : " WS-ORDERS-UNRESOLVED       00010830
           DISPLAY "NOTICES WRITTEN      : " WS-NOTICES-WRITTEN         00010840
           DISPLAY "NOTICES SUPPRESSED   : " WS-NOTICES-SUPPRESSED      00010850
           DISPLAY "NO ACTIVE OWNER      : " WS-NO-OWNER-COUNT          00010860
           CLOSE SO-RPT-FILE                                            00010870
           IF NOT WS-BUSINESS-DAY                                       00010880
              GO TO 9000-EXIT                                           00010890
           END-IF                                                       00010900
           CLOSE STANDING-ORDER-FILE                                    00010910
           CLOSE MYFILE                                                 00010920
           CLOSE MYF-TRAN-FILE                                          00010930
           CLOSE LETTER-FILE                                            00010940
           CLOSE LETTER-REVW-FILE                                       00010950
           CLOSE CONTACT-HIST-FILE                                      00010960
           CLOSE DELTA-FILE                                             00010970
           CLOSE AUDIT-LOG-FILE.                                        00010980
       9000-EXIT.                                                       00010990
           EXIT.                                                        00011000
                                                                        00011010
       COPY AUDITOPN.                                                   00011020
       COPY AUDITWRT.                                                   00011030
       COPY AUDITCHP.                                                   00011040
                                                                        00011050
       COPY RSNLOAD.                                                    00011060
                                                                        00011070
       COPY ABENDPAR.                                                   00011080
       COPY PROCDPAR.                                                   00011090
