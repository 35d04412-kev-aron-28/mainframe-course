       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. CASHMON.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * LARGE-CASH AND STRUCTURING MONITOR.                      *      00000090
      * READS THE MYFILE LEDGER (MYFTRAN) OVER A ROLLING WINDOW  *      00000100
      * ENDING ON THE RUN DATE.  EVERY POSTING APPLIED TONIGHT   *      00000110
      * AT OR ABOVE THE REPORTABLE THRESHOLD (EITHER SIGN) OPENS *      00000120
      * A LARGE-CASH CASE FOR EACH ACTIVE OWNER OF THE ACCOUNT.  *      00000130
      * POSTINGS UNDER THE THRESHOLD ARE ADDED UP PER CUSTOMER   *      00000140
      * ACROSS ALL THEIR ACCTXREF-LINKED ACCOUNTS; A CUSTOMER    *      00000150
      * WHOSE WINDOW TOTAL REACHES THE THRESHOLD WITH ENOUGH     *      00000160
      * POSTINGS IN THE NEAR-THRESHOLD BAND, AND WITH AT LEAST   *      00000170
      * ONE OF THEM APPLIED TONIGHT, OPENS A STRUCTURING CASE.   *      00000180
      * CASES CARRY NAME AND ADDRESS FROM CUSTFILE, GO TO THE    *      00000190
      * CASE FILE AND THE DAILY COMPLIANCE REPORT, AND EVERY     *      00000200
      * DETECTION IS WRITTEN TO THE SHARED AUDIT LOG.            *      00000210
      * ********************************************************        00000220
       ENVIRONMENT DIVISION.                                            00000230
       INPUT-OUTPUT SECTION.                                            00000240
       FILE-CONTROL.                                                    00000250
           SELECT MYF-TRAN-FILE                                         00000260
           ASSIGN TO MYFTRAN                                            00000270
           ORGANIZATION IS INDEXED                                      00000280
           ACCESS MODE IS SEQUENTIAL                                    00000290
           RECORD KEY IS MTR-KEY                                        00000300
           FILE STATUS IS FS-MYF-TRAN-FILE.                             00000310
           SELECT XREF-FILE                                             00000320
           ASSIGN TO ACCTXREF                                           00000330
           ORGANIZATION IS SEQUENTIAL                                   00000340
           FILE STATUS IS FS-XREF-FILE.                                 00000350
           SELECT CUST-MASTER-FILE                                      00000360
           ASSIGN TO CUSTFILE                                           00000370
           ORGANIZATION IS INDEXED                                      00000380
           ACCESS MODE IS RANDOM                                        00000390
           RECORD KEY IS CUST-ID OF CUST-MASTER-RECORD                  00000400
           FILE STATUS IS FS-CUST-MASTER-FILE.                          00000410
           SELECT FILE-STATE-FILE                                       00000420
           ASSIGN TO FILESTAT                                           00000430
           ORGANIZATION IS SEQUENTIAL                                   00000440
           FILE STATUS IS FS-FILE-STATE-FILE.                           00000450
           SELECT CASH-CTL-FILE                                         00000460
           ASSIGN TO CASHPARM                                           00000470
           ORGANIZATION IS SEQUENTIAL                                   00000480
           FILE STATUS IS FS-CASH-CTL-FILE.                             00000490
           SELECT CASE-FILE                                             00000500
           ASSIGN TO CASHCASE                                           00000510
           ORGANIZATION IS SEQUENTIAL                                   00000520
           FILE STATUS IS FS-CASE-FILE.                                 00000530
           SELECT CASH-RPT-FILE                                         00000540
           ASSIGN TO CASHRPT                                            00000550
           ORGANIZATION IS SEQUENTIAL                                   00000560
           FILE STATUS IS FS-CASH-RPT-FILE.                             00000570
           SELECT AUDIT-LOG-FILE                                        00000580
           ASSIGN TO AUDITLOG                                           00000590
           ORGANIZATION IS SEQUENTIAL                                   00000600
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000610
           SELECT PROC-DATE-FILE                                        00000620
           ASSIGN TO PROCDATE                                           00000630
           ORGANIZATION IS SEQUENTIAL                                   00000640
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000650
       DATA DIVISION.                                                   00000660
       FILE SECTION.                                                    00000670
       FD MYF-TRAN-FILE.                                                00000680
       COPY MYFTRAN.                                                    00000690
                                                                        00000700
       FD XREF-FILE.                                                    00000710
       COPY ACCTXREF.                                                   00000720
                                                                        00000730
       FD CUST-MASTER-FILE.                                             00000740
       COPY CUSTREC REPLACING ==CUST-RECORD== BY                        00000750
                              ==CUST-MASTER-RECORD==.                   00000760
                                                                        00000770
       FD FILE-STATE-FILE.                                              00000780
       COPY FILESTAT.                                                   00000790
                                                                        00000800
      *> ***************************************************************00000810
      *> THE TUNABLES: REPORTABLE THRESHOLD, ROLLING WINDOW IN DAYS,    00000820
      *> THE NEAR-THRESHOLD BAND AS A PERCENT OF THE THRESHOLD, AND     00000830
      *> HOW MANY POSTINGS IN THE BAND MAKE A PATTERN                   00000840
      *> ***************************************************************00000850
       FD CASH-CTL-FILE.                                                00000860
       01 CASH-CTL-REC.                                                 00000870
           05 CTL-THRESHOLD         PIC 9(09)V99.                       00000880
           05 CTL-WINDOW-DAYS       PIC 9(03).                          00000890
           05 CTL-NEAR-PCT          PIC 9(03).                          00000900
           05 CTL-MIN-NEAR          PIC 9(02).                          00000910
           05 FILLER                PIC X(61).                          00000920
                                                                        00000930
      *> ***************************************************************00000940
      *> COMPLIANCE CASE FILE, APPENDED NIGHTLY.  TYPE 'L' IS ONE       00000950
      *> POSTING AT OR OVER THE THRESHOLD; TYPE 'S' IS A CUSTOMER'S     00000960
      *> SUB-THRESHOLD POSTINGS OVER THE WINDOW (NO SINGLE ACCOUNT)     00000970
      *> ***************************************************************00000980
       FD CASE-FILE.                                                    00000990
       01 CASE-RECORD.                                                  00001000
           05 CASE-DATE             PIC 9(08).                          00001010
           05 CASE-SEQ              PIC 9(05).                          00001020
           05 CASE-TYPE             PIC X(01).                          00001030
               88 CASE-LARGE-CASH    VALUE 'L'.                         00001040
               88 CASE-STRUCTURING   VALUE 'S'.                         00001050
           05 CASE-CUST-ID          PIC 9(09).                          00001060
           05 CASE-LAST-NAME        PIC X(20).                          00001070
           05 CASE-FIRST-NAME       PIC X(20).                          00001080
           05 CASE-ADDR-LINE1       PIC X(30).                          00001090
           05 CASE-ADDR-LINE2       PIC X(30).                          00001100
           05 CASE-CITY             PIC X(20).                          00001110
           05 CASE-STATE            PIC X(02).                          00001120
           05 CASE-ZIP              PIC X(10).                          00001130
           05 CASE-ACCT-NO          PIC 9(09).                          00001140
           05 CASE-TRAN-DATE        PIC 9(08).                          00001150
           05 CASE-AMOUNT           PIC S9(11)V99.                      00001160
           05 CASE-POSTINGS         PIC 9(05).                          00001170
           05 CASE-NEAR-COUNT       PIC 9(05).                          00001180
           05 CASE-ACCOUNTS         PIC 9(03).                          00001190
           05 CASE-WINDOW-DAYS      PIC 9(03).                          00001200
           05 CASE-STATUS           PIC X(01).                          00001210
               88 CASE-OPEN          VALUE 'O'.                         00001220
           05 FILLER                PIC X(08).                          00001230
                                                                        00001240
       FD CASH-RPT-FILE.                                                00001250
       01 CASH-RPT-LINE             PIC X(133).                         00001260
                                                                        00001270
       FD AUDIT-LOG-FILE.                                               00001280
       COPY AUDITLOG.                                                   00001290
                                                                        00001300
       FD PROC-DATE-FILE.                                               00001310
       COPY PROCDREC.                                                   00001320
                                                                        00001330
       WORKING-STORAGE SECTION.                                         00001340
       01 FS-MYF-TRAN-FILE PIC XX.                                      00001350
       01 FS-XREF-FILE PIC XX.                                          00001360
       01 FS-CUST-MASTER-FILE PIC XX.                                   00001370
       01 FS-FILE-STATE-FILE PIC XX.                                    00001380
       01 FS-CASH-CTL-FILE PIC XX.                                      00001390
       01 FS-CASE-FILE PIC XX.                                          00001400
       01 FS-CASH-RPT-FILE PIC XX.                                      00001410
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00001420
                                                                        00001430
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001440
           88 WS-EOF VALUE 'Y'.                                         00001450
       01 WS-XREF-EOF-SW PIC X(01) VALUE 'N'.                           00001460
           88 WS-XREF-EOF VALUE 'Y'.                                    00001470
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00001480
           88 WS-FOUND VALUE 'Y'.                                       00001490
       01 WS-CUSTFILE-OPEN-SW PIC X(01) VALUE 'N'.                      00001500
           88 WS-CUSTFILE-OPEN VALUE 'Y'.                               00001510
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00001520
           88 WS-IO-ERROR VALUE 'Y'.                                    00001530
                                                                        00001540
       01 WS-THRESHOLD PIC 9(09)V99 VALUE 10000.00.                     00001550
       01 WS-WINDOW-DAYS PIC 9(03) VALUE 10.                            00001560
       01 WS-NEAR-PCT PIC 9(03) VALUE 80.                               00001570
       01 WS-MIN-NEAR PIC 9(02) VALUE 2.                                00001580
       01 WS-NEAR-FLOOR PIC 9(09)V99 VALUE ZEROES.                      00001590
                                                                        00001600
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001610
       01 WS-ABS-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZEROES.              00001620
       01 WS-AGE-DAYS PIC S9(07) VALUE ZEROES.                          00001630
       01 WS-CASE-SEQ PIC 9(05) VALUE ZEROES.                           00001640
       01 WS-AMOUNT-ED PIC -Z,ZZZ,ZZZ,ZZ9.99.                           00001650
                                                                        00001660
      *> ***************************************************************00001670
      *> ACTIVE ACCOUNT-TO-CUSTOMER LINKS.  A JOINT ACCOUNT HAS ONE     00001680
      *> LINK PER OWNER AND COUNTS TOWARD EVERY OWNER'S TOTAL           00001690
      *> ***************************************************************00001700
       01 WS-XREF-TABLE.                                                00001710
           05 WS-XREF-ENTRY OCCURS 500 TIMES.                           00001720
               10 TBL-AXR-ACCT-NO       PIC 9(09).                      00001730
               10 TBL-AXR-CUST-ID       PIC 9(09).                      00001740
               10 TBL-AXR-CUST-SUB      PIC 9(03).                      00001750
       01 WS-XREF-COUNT PIC 9(03) VALUE ZEROES.                         00001760
       01 WS-XREF-MAX PIC 9(03) VALUE 500.                              00001770
       01 WS-XREF-SUB PIC 9(03) VALUE ZEROES.                           00001780
                                                                        00001790
      *> ***************************************************************00001800
      *> ONE ACCUMULATOR PER LINKED CUSTOMER FOR THE WINDOW: THE        00001810
      *> SUB-THRESHOLD TOTAL, HOW MANY POSTINGS, HOW MANY IN THE        00001820
      *> NEAR BAND, HOW MANY ACCOUNTS, AND WHETHER ANY LANDED TONIGHT   00001830
      *> ***************************************************************00001840
       01 WS-CUST-TABLE.                                                00001850
           05 WS-CUST-ENTRY OCCURS 500 TIMES.                           00001860
               10 TBL-CUST-ID           PIC 9(09).                      00001870
               10 TBL-CUST-TOTAL        PIC S9(13)V99 COMP-3.           00001880
               10 TBL-CUST-POSTINGS     PIC 9(05).                      00001890
               10 TBL-CUST-NEAR         PIC 9(05).                      00001900
               10 TBL-CUST-ACCOUNTS     PIC 9(03).                      00001910
               10 TBL-CUST-LAST-ACCT    PIC 9(09).                      00001920
               10 TBL-CUST-TONIGHT      PIC X(01).                      00001930
       01 WS-CUST-COUNT PIC 9(03) VALUE ZEROES.                         00001940
       01 WS-CUST-MAX PIC 9(03) VALUE 500.                              00001950
       01 WS-CUST-SUB PIC 9(03) VALUE ZEROES.                           00001960
                                                                        00001970
       01 WS-LOOKUP-CUST-ID PIC 9(09) VALUE ZEROES.                     00001980
                                                                        00001990
       01 WS-RECS-READ PIC 9(09) VALUE ZEROES.                          00002000
       01 WS-IN-WINDOW PIC 9(09) VALUE ZEROES.                          00002010
       01 WS-UNOWNED-POSTINGS PIC 9(07) VALUE ZEROES.                   00002020
       01 WS-LARGE-CASES PIC 9(07) VALUE ZEROES.                        00002030
       01 WS-STRUCT-CASES PIC 9(07) VALUE ZEROES.                       00002040
       01 WS-NAME-NOT-FOUND PIC 9(07) VALUE ZEROES.                     00002050
       COPY ABENDCPY.                                                   00002060
       COPY FSTATWS.                                                    00002070
       COPY AUDITCHN.                                                   00002080
       COPY PROCDCPY.                                                   00002090
                                                                        00002100
      *> ***************************************************************00002110
      *> DAY-NUMBER CONVERSION WORK AREAS FOR THE ROLLING WINDOW, THE   00002120
      *> SAME SERIAL-DAY ARITHMETIC THE AUDIT ARCHIVAL USES             00002130
      *> ***************************************************************00002140
       01 WS-DN-DATE PIC 9(08).                                         00002150
       01 WS-DN-DATE-GROUP REDEFINES WS-DN-DATE.                        00002160
           05 WS-DN-YYYY PIC 9(04).                                     00002170
           05 WS-DN-MM PIC 9(02).                                       00002180
           05 WS-DN-DD PIC 9(02).                                       00002190
       01 WS-DN-RESULT PIC 9(07).                                       00002200
       01 WS-DN-PRIOR-YEARS PIC 9(04).                                  00002210
       01 WS-DN-LEAPS-4 PIC 9(04).                                      00002220
       01 WS-DN-LEAPS-100 PIC 9(04).                                    00002230
       01 WS-DN-LEAPS-400 PIC 9(04).                                    00002240
       01 WS-DN-LEAP-QUOT PIC 9(04).                                    00002250
       01 WS-DN-LEAP-REM PIC 9(04).                                     00002260
       01 WS-DN-LEAP-SW PIC X(01) VALUE 'N'.                            00002270
           88 WS-DN-LEAP-YEAR VALUE 'Y'.                                00002280
       01 WS-TODAY-DAYNUM PIC 9(07) VALUE ZEROES.                       00002290
       01 CUM-DAYS-INIT.                                                00002300
           05 FILLER PIC 9(03) VALUE 000.                               00002310
           05 FILLER PIC 9(03) VALUE 031.                               00002320
           05 FILLER PIC 9(03) VALUE 059.                               00002330
           05 FILLER PIC 9(03) VALUE 090.                               00002340
           05 FILLER PIC 9(03) VALUE 120.                               00002350
           05 FILLER PIC 9(03) VALUE 151.                               00002360
           05 FILLER PIC 9(03) VALUE 181.                               00002370
           05 FILLER PIC 9(03) VALUE 212.                               00002380
           05 FILLER PIC 9(03) VALUE 243.                               00002390
           05 FILLER PIC 9(03) VALUE 273.                               00002400
           05 FILLER PIC 9(03) VALUE 304.                               00002410
           05 FILLER PIC 9(03) VALUE 334.                               00002420
       01 CUM-DAYS REDEFINES CUM-DAYS-INIT.                             00002430
           05 CUM-DAYS-TO-MONTH OCCURS 12 TIMES PIC 9(03).              00002440
                                                                        00002450
       01 WS-HDR-LINE-1.                                                00002460
           05 FILLER PIC X(01) VALUE '1'.                               00002470
           05 FILLER PIC X(45)                                          00002480
              VALUE 'CASHMON - LARGE-CASH AND STRUCTURING REPORT'.      00002490
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00002500
           05 HDR-RUN-DATE PIC 9(08).                                   00002510
           05 FILLER PIC X(13) VALUE '  THRESHOLD '.                    00002520
           05 HDR-THRESHOLD PIC Z,ZZZ,ZZZ,ZZ9.99.                       00002530
           05 FILLER PIC X(10) VALUE '  WINDOW '.                       00002540
           05 HDR-WINDOW PIC ZZ9.                                       00002550
           05 FILLER PIC X(05) VALUE ' DAYS'.                           00002560
                                                                        00002570
       01 WS-SECTION-LINE.                                              00002580
           05 FILLER PIC X(01) VALUE '0'.                               00002590
           05 SEC-TITLE PIC X(60).                                      00002600
                                                                        00002610
       01 WS-HDR-LINE-2.                                                00002620
           05 FILLER PIC X(01) VALUE SPACE.                             00002630
           05 FILLER PIC X(07) VALUE 'CASE'.                            00002640
           05 FILLER PIC X(10) VALUE 'CUSTOMER'.                        00002650
           05 FILLER PIC X(21) VALUE 'NAME'.                            00002660
           05 FILLER PIC X(31) VALUE 'ADDRESS'.                         00002670
           05 FILLER PIC X(13) VALUE 'CITY/STATE'.                      00002680
           05 FILLER PIC X(10) VALUE 'ACCOUNT'.                         00002690
           05 FILLER PIC X(09) VALUE 'DATE'.                            00002700
           05 FILLER PIC X(18) VALUE '          AMOUNT'.                00002710
           05 FILLER PIC X(12) VALUE 'POSTS/NEAR'.                      00002720
                                                                        00002730
       01 WS-DTL-LINE.                                                  00002740
           05 FILLER PIC X(01) VALUE SPACE.                             00002750
           05 DTL-CASE-SEQ PIC ZZZZ9.                                   00002760
           05 FILLER PIC X(02) VALUE SPACES.                            00002770
           05 DTL-CUST-ID PIC Z(08)9.                                   00002780
           05 FILLER PIC X(01) VALUE SPACE.                             00002790
           05 DTL-NAME PIC X(20).                                       00002800
           05 FILLER PIC X(01) VALUE SPACE.                             00002810
           05 DTL-ADDR PIC X(30).                                       00002820
           05 FILLER PIC X(01) VALUE SPACE.                             00002830
           05 DTL-CITY PIC X(09).                                       00002840
           05 FILLER PIC X(01) VALUE SPACE.                             00002850
           05 DTL-STATE PIC X(02).                                      00002860
           05 FILLER PIC X(01) VALUE SPACE.                             00002870
           05 DTL-ACCT PIC Z(08)9.                                      00002880
           05 FILLER PIC X(01) VALUE SPACE.                             00002890
           05 DTL-DATE PIC 9(08).                                       00002900
           05 FILLER PIC X(01) VALUE SPACE.                             00002910
           05 DTL-AMOUNT PIC Z(12)9.99-.                                00002920
           05 FILLER PIC X(01) VALUE SPACE.                             00002930
           05 DTL-POSTINGS PIC ZZZZ9.                                   00002940
           05 FILLER PIC X(01) VALUE '/'.                               00002950
           05 DTL-NEAR PIC ZZZZ9.                                       00002960
                                                                        00002970
       01 WS-TOTAL-LINE.                                                00002980
           05 FILLER PIC X(01) VALUE '0'.                               00002990
           05 FILLER PIC X(20) VALUE 'LARGE-CASH CASES'.                00003000
           05 TOT-LARGE PIC Z(06)9.                                     00003010
           05 FILLER PIC X(04) VALUE SPACES.                            00003020
           05 FILLER PIC X(20) VALUE 'STRUCTURING CASES'.               00003030
           05 TOT-STRUCT PIC Z(06)9.                                    00003040
                                                                        00003050
       PROCEDURE DIVISION.                                              00003060
       0000-MAIN.                                                       00003070
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00003080
           PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT                      00003090
              UNTIL WS-EOF                                              00003100
           PERFORM 3000-CHECK-STRUCTURING THRU 3000-EXIT                00003110
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00003120
           IF WS-IO-ERROR                                               00003130
              MOVE 12 TO RETURN-CODE                                    00003140
           ELSE                                                         00003150
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00003160
           END-IF                                                       00003170
           GOBACK.                                                      00003180
                                                                        00003190
      *> ***************************************************************00003200
      *> RUN DATE, CONTROL CARD AND OWNERSHIP LINKS; THEN THE LEDGER,   00003210
      *> CUSTFILE (ONCE THE REGION HAS HANDED IT OVER) AND OUTPUTS      00003220
      *> ***************************************************************00003230
       1000-INITIALIZE.                                                 00003240
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00003250
           IF WS-PROCESS-DATE > 0                                       00003260
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00003270
           ELSE                                                         00003280
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00003290
           END-IF                                                       00003300
           MOVE WS-RUN-DATE TO WS-DN-DATE                               00003310
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00003320
           MOVE WS-DN-RESULT TO WS-TODAY-DAYNUM                         00003330
                                                                        00003340
           PERFORM 1050-READ-CONTROL THRU 1050-EXIT                     00003350
           PERFORM 1200-LOAD-XREF THRU 1200-EXIT                        00003360
                                                                        00003370
           OPEN INPUT MYF-TRAN-FILE                                     00003380
           EVALUATE FS-MYF-TRAN-FILE                                    00003390
             WHEN "00"                                                  00003400
               CONTINUE                                                 00003410
             WHEN "35"                                                  00003420
               MOVE "MYFTRAN LEDGER NOT FOUND" TO WS-ABEND-MESSAGE      00003430
               GO TO 9999-ABEND                                         00003440
             WHEN OTHER                                                 00003450
               MOVE "OPEN FAILED ON MYF-TRAN-FILE" TO WS-ABEND-MESSAGE  00003460
               GO TO 9999-ABEND                                         00003470
           END-EVALUATE                                                 00003480
                                                                        00003490
      *> THE REGION MUST HAVE HANDED THE FILE OVER BEFORE ANY           00003500
      *> OPEN - SEE FSTATCHK.  WITHOUT CUSTFILE THE CASES STILL         00003510
      *> OPEN, JUST WITHOUT NAME AND ADDRESS                            00003520
           MOVE 'CUSTFILE' TO WS-FST-WANTED                             00003530
           PERFORM 8600-CHECK-FILE-OWNER THRU 8600-EXIT                 00003540
           OPEN INPUT CUST-MASTER-FILE                                  00003550
           EVALUATE FS-CUST-MASTER-FILE                                 00003560
             WHEN "00"                                                  00003570
               SET WS-CUSTFILE-OPEN TO TRUE                             00003580
             WHEN "35"                                                  00003590
               DISPLAY "CUSTFILE NOT FOUND, CASES WITHOUT ADDRESS"      00003600
               SET RC-WARNING TO TRUE                                   00003610
             WHEN OTHER                                                 00003620
               MOVE "OPEN FAILED ON CUST-MASTER-FILE" TO                00003630
                  WS-ABEND-MESSAGE                                      00003640
               GO TO 9999-ABEND                                         00003650
           END-EVALUATE                                                 00003660
                                                                        00003670
      *> THE CASE FILE IS COMPLIANCE'S RUNNING RECORD, SO IT IS         00003680
      *> APPENDED TO, NEVER REPLACED                                    00003690
           OPEN EXTEND CASE-FILE                                        00003700
           IF FS-CASE-FILE = "35"                                       00003710
              OPEN OUTPUT CASE-FILE                                     00003720
           END-IF                                                       00003730
           IF FS-CASE-FILE NOT = "00"                                   00003740
              MOVE "OPEN FAILED ON CASE-FILE" TO WS-ABEND-MESSAGE       00003750
              GO TO 9999-ABEND                                          00003760
           END-IF                                                       00003770
           OPEN OUTPUT CASH-RPT-FILE                                    00003780
           IF FS-CASH-RPT-FILE NOT = "00"                               00003790
              MOVE "OPEN FAILED ON CASH-RPT-FILE" TO WS-ABEND-MESSAGE   00003800
              GO TO 9999-ABEND                                          00003810
           END-IF                                                       00003820
           MOVE "CASHMON " TO ALOG-PROGRAM-ID                           00003830
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00003840
                                                                        00003850
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00003860
           MOVE WS-THRESHOLD TO HDR-THRESHOLD                           00003870
           MOVE WS-WINDOW-DAYS TO HDR-WINDOW                            00003880
           WRITE CASH-RPT-LINE FROM WS-HDR-LINE-1                       00003890
           MOVE 'POSTINGS AT OR OVER THE THRESHOLD APPLIED TONIGHT'     00003900
              TO SEC-TITLE                                              00003910
           WRITE CASH-RPT-LINE FROM WS-SECTION-LINE                     00003920
           WRITE CASH-RPT-LINE FROM WS-HDR-LINE-2                       00003930
                                                                        00003940
           PERFORM 2900-READ-LEDGER THRU 2900-EXIT.                     00003950
       1000-EXIT.                                                       00003960
           EXIT.                                                        00003970
                                                                        00003980
       1050-READ-CONTROL.                                               00003990
           OPEN INPUT CASH-CTL-FILE                                     00004000
           EVALUATE FS-CASH-CTL-FILE                                    00004010
             WHEN "00"                                                  00004020
               READ CASH-CTL-FILE                                       00004030
               IF FS-CASH-CTL-FILE = "00"                               00004040
                  IF CTL-THRESHOLD NUMERIC                              00004050
                     AND CTL-THRESHOLD > 0                              00004060
                     MOVE CTL-THRESHOLD TO WS-THRESHOLD                 00004070
                  END-IF                                                00004080
                  IF CTL-WINDOW-DAYS NUMERIC                            00004090
                     AND CTL-WINDOW-DAYS > 0                            00004100
                     MOVE CTL-WINDOW-DAYS TO WS-WINDOW-DAYS             00004110
                  END-IF                                                00004120
                  IF CTL-NEAR-PCT NUMERIC                               00004130
                     AND CTL-NEAR-PCT > 0                               00004140
                     AND CTL-NEAR-PCT < 100                             00004150
                     MOVE CTL-NEAR-PCT TO WS-NEAR-PCT                   00004160
                  END-IF                                                00004170
                  IF CTL-MIN-NEAR NUMERIC                               00004180
                     AND CTL-MIN-NEAR > 0                               00004190
                     MOVE CTL-MIN-NEAR TO WS-MIN-NEAR                   00004200
                  END-IF                                                00004210
               END-IF                                                   00004220
               CLOSE CASH-CTL-FILE                                      00004230
             WHEN "35"                                                  00004240
               DISPLAY "NO CONTROL CARD FOUND, USING DEFAULTS"          00004250
             WHEN OTHER                                                 00004260
               DISPLAY "OPEN FAILED, CASH-CTL-FILE STATUS: "            00004270
                 FS-CASH-CTL-FILE                                       00004280
           END-EVALUATE                                                 00004290
           COMPUTE WS-NEAR-FLOOR ROUNDED =                              00004300
              WS-THRESHOLD * WS-NEAR-PCT / 100                          00004310
           DISPLAY "REPORTABLE THRESHOLD  : " WS-THRESHOLD              00004320
           DISPLAY "ROLLING WINDOW DAYS   : " WS-WINDOW-DAYS            00004330
           DISPLAY "NEAR-THRESHOLD FLOOR  : " WS-NEAR-FLOOR             00004340
           DISPLAY "NEAR POSTINGS TO FLAG : " WS-MIN-NEAR.              00004350
       1050-EXIT.                                                       00004360
           EXIT.                                                        00004370
                                                                        00004380
      *> ***************************************************************00004390
      *> ACTIVE LINKS ONLY, EACH TIED TO ITS CUSTOMER'S ACCUMULATOR;    00004400
      *> A RETIRED LINK NO LONGER MAKES THE ACCOUNT THAT CUSTOMER'S     00004410
      *> ***************************************************************00004420
       1200-LOAD-XREF.                                                  00004430
           OPEN INPUT XREF-FILE                                         00004440
           EVALUATE FS-XREF-FILE                                        00004450
             WHEN "00"                                                  00004460
               PERFORM UNTIL WS-XREF-EOF                                00004470
                 READ XREF-FILE                                         00004480
                   AT END                                               00004490
                     SET WS-XREF-EOF TO TRUE                            00004500
                   NOT AT END                                           00004510
                     IF AXR-ACTIVE                                      00004520
                        PERFORM 1250-ADD-LINK THRU 1250-EXIT            00004530
                     END-IF                                             00004540
                 END-READ                                               00004550
               END-PERFORM                                              00004560
               CLOSE XREF-FILE                                          00004570
               DISPLAY "XREF LINKS LOADED: " WS-XREF-COUNT              00004580
               DISPLAY "CUSTOMERS LINKED : " WS-CUST-COUNT              00004590
             WHEN "35"                                                  00004600
               DISPLAY "NO XREF DATASET, NO OWNERS RESOLVED"            00004610
               SET RC-WARNING TO TRUE                                   00004620
             WHEN OTHER                                                 00004630
               MOVE "OPEN FAILED ON XREF-FILE" TO WS-ABEND-MESSAGE      00004640
               GO TO 9999-ABEND                                         00004650
           END-EVALUATE.                                                00004660
       1200-EXIT.                                                       00004670
           EXIT.                                                        00004680
                                                                        00004690
       1250-ADD-LINK.                                                   00004700
           IF WS-XREF-COUNT NOT < WS-XREF-MAX                           00004710
              DISPLAY "XREF TABLE FULL, ENTRY DROPPED: " AXR-ACCT-NO    00004720
              SET RC-WARNING TO TRUE                                    00004730
              GO TO 1250-EXIT                                           00004740
           END-IF                                                       00004750
           MOVE 'N' TO WS-FOUND-SW                                      00004760
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1                      00004770
                    UNTIL WS-CUST-SUB > WS-CUST-COUNT                   00004780
                    OR WS-FOUND                                         00004790
             IF TBL-CUST-ID (WS-CUST-SUB) = AXR-CUST-ID                 00004800
                SET WS-FOUND TO TRUE                                    00004810
             END-IF                                                     00004820
           END-PERFORM                                                  00004830
           IF WS-FOUND                                                  00004840
              SUBTRACT 1 FROM WS-CUST-SUB                               00004850
           ELSE                                                         00004860
              IF WS-CUST-COUNT NOT < WS-CUST-MAX                        00004870
                 DISPLAY "CUSTOMER TABLE FULL, ID DROPPED: "            00004880
                   AXR-CUST-ID                                          00004890
                 SET RC-WARNING TO TRUE                                 00004900
                 GO TO 1250-EXIT                                        00004910
              END-IF                                                    00004920
              ADD 1 TO WS-CUST-COUNT                                    00004930
              MOVE WS-CUST-COUNT TO WS-CUST-SUB                         00004940
              MOVE AXR-CUST-ID TO TBL-CUST-ID (WS-CUST-SUB)             00004950
              MOVE ZEROES TO TBL-CUST-TOTAL (WS-CUST-SUB)               00004960
                             TBL-CUST-POSTINGS (WS-CUST-SUB)            00004970
                             TBL-CUST-NEAR (WS-CUST-SUB)                00004980
                             TBL-CUST-ACCOUNTS (WS-CUST-SUB)            00004990
                             TBL-CUST-LAST-ACCT (WS-CUST-SUB)           00005000
              MOVE 'N' TO TBL-CUST-TONIGHT (WS-CUST-SUB)                00005010
           END-IF                                                       00005020
           ADD 1 TO WS-XREF-COUNT                                       00005030
           MOVE AXR-ACCT-NO TO TBL-AXR-ACCT-NO (WS-XREF-COUNT)          00005040
           MOVE AXR-CUST-ID TO TBL-AXR-CUST-ID (WS-XREF-COUNT)          00005050
           MOVE WS-CUST-SUB TO TBL-AXR-CUST-SUB (WS-XREF-COUNT).        00005060
       1250-EXIT.                                                       00005070
           EXIT.                                                        00005080
                                                                        00005090
      *> ***************************************************************00005100
      *> ONE LEDGER POSTING.  OPENING BALANCES LOADED AT CONVERSION     00005110
      *> ARE NOT ACTIVITY; ANYTHING DATED OUTSIDE THE WINDOW IS         00005120
      *> PASSED OVER                                                    00005130
      *> ***************************************************************00005140
       2000-SCAN-LEDGER.                                                00005150
           IF MTR-POST-PROGRAM = 'MYFTCONV'                             00005160
              OR MTR-TRAN-DATE NOT NUMERIC                              00005170
              OR MTR-TRAN-DATE > WS-RUN-DATE                            00005180
              GO TO 2000-NEXT                                           00005190
           END-IF                                                       00005200
           MOVE MTR-TRAN-DATE TO WS-DN-DATE                             00005210
           IF WS-DN-MM < 1 OR WS-DN-MM > 12                             00005220
              GO TO 2000-NEXT                                           00005230
           END-IF                                                       00005240
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00005250
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYNUM - WS-DN-RESULT         00005260
           IF WS-AGE-DAYS NOT < WS-WINDOW-DAYS                          00005270
              GO TO 2000-NEXT                                           00005280
           END-IF                                                       00005290
           ADD 1 TO WS-IN-WINDOW                                        00005300
                                                                        00005310
           IF MTR-AMOUNT < 0                                            00005320
              COMPUTE WS-ABS-AMOUNT = 0 - MTR-AMOUNT                    00005330
           ELSE                                                         00005340
              MOVE MTR-AMOUNT TO WS-ABS-AMOUNT                          00005350
           END-IF                                                       00005360
           MOVE 'N' TO WS-FOUND-SW                                      00005370
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1                      00005380
                    UNTIL WS-XREF-SUB > WS-XREF-COUNT                   00005390
             IF TBL-AXR-ACCT-NO (WS-XREF-SUB) = MTR-ACCT-NO             00005400
                SET WS-FOUND TO TRUE                                    00005410
                MOVE TBL-AXR-CUST-ID (WS-XREF-SUB) TO                   00005420
                   WS-LOOKUP-CUST-ID                                    00005430
                MOVE TBL-AXR-CUST-SUB (WS-XREF-SUB) TO WS-CUST-SUB      00005440
                IF WS-ABS-AMOUNT NOT < WS-THRESHOLD                     00005450
                   IF MTR-POST-DATE = WS-RUN-DATE                       00005460
                      PERFORM 2100-LARGE-CASH-CASE THRU 2100-EXIT       00005470
                   END-IF                                               00005480
                ELSE                                                    00005490
                   PERFORM 2200-ACCUMULATE THRU 2200-EXIT               00005500
                END-IF                                                  00005510
             END-IF                                                     00005520
           END-PERFORM                                                  00005530
      *> A LARGE POSTING ON AN ACCOUNT NOBODY OWNS IS STILL A CASE      00005540
           IF NOT WS-FOUND                                              00005550
              ADD 1 TO WS-UNOWNED-POSTINGS                              00005560
              IF WS-ABS-AMOUNT NOT < WS-THRESHOLD                       00005570
                 AND MTR-POST-DATE = WS-RUN-DATE                        00005580
                 MOVE ZEROES TO WS-LOOKUP-CUST-ID                       00005590
                 PERFORM 2100-LARGE-CASH-CASE THRU 2100-EXIT            00005600
              END-IF                                                    00005610
           END-IF.                                                      00005620
       2000-NEXT.                                                       00005630
           PERFORM 2900-READ-LEDGER THRU 2900-EXIT.                     00005640
       2000-EXIT.                                                       00005650
           EXIT.                                                        00005660
                                                                        00005670
      *> ***************************************************************00005680
      *> ONE POSTING AT OR OVER THE THRESHOLD, FOR ONE OWNER            00005690
      *> ***************************************************************00005700
       2100-LARGE-CASH-CASE.                                            00005710
           PERFORM 5000-START-CASE THRU 5000-EXIT                       00005720
           SET CASE-LARGE-CASH TO TRUE                                  00005730
           MOVE MTR-ACCT-NO TO CASE-ACCT-NO                             00005740
           MOVE MTR-TRAN-DATE TO CASE-TRAN-DATE                         00005750
           MOVE MTR-AMOUNT TO CASE-AMOUNT                               00005760
           MOVE 1 TO CASE-POSTINGS                                      00005770
           MOVE ZEROES TO CASE-NEAR-COUNT                               00005780
           MOVE 1 TO CASE-ACCOUNTS                                      00005790
           MOVE ZEROES TO CASE-WINDOW-DAYS                              00005800
           PERFORM 5100-WRITE-CASE THRU 5100-EXIT                       00005810
           ADD 1 TO WS-LARGE-CASES                                      00005820
           MOVE "LARGE CASH  " TO ALOG-ACTION                           00005830
           MOVE MTR-AMOUNT TO WS-AMOUNT-ED                              00005840
           MOVE SPACES TO ALOG-DETAIL                                   00005850
           STRING 'ACCT ' MTR-ACCT-NO ' AMT ' WS-AMOUNT-ED              00005860
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00005870
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00005880
       2100-EXIT.                                                       00005890
           EXIT.                                                        00005900
                                                                        00005910
      *> ***************************************************************00005920
      *> A SUB-THRESHOLD POSTING INTO ITS OWNER'S WINDOW TOTAL.  THE    00005930
      *> LEDGER IS IN ACCOUNT ORDER, SO A CHANGE OF ACCOUNT ON THE      00005940
      *> SAME CUSTOMER IS ONE MORE ACCOUNT IN THE PATTERN               00005950
      *> ***************************************************************00005960
       2200-ACCUMULATE.                                                 00005970
           ADD WS-ABS-AMOUNT TO TBL-CUST-TOTAL (WS-CUST-SUB)            00005980
           ADD 1 TO TBL-CUST-POSTINGS (WS-CUST-SUB)                     00005990
           IF WS-ABS-AMOUNT NOT < WS-NEAR-FLOOR                         00006000
              ADD 1 TO TBL-CUST-NEAR (WS-CUST-SUB)                      00006010
           END-IF                                                       00006020
           IF TBL-CUST-LAST-ACCT (WS-CUST-SUB) NOT = MTR-ACCT-NO        00006030
              ADD 1 TO TBL-CUST-ACCOUNTS (WS-CUST-SUB)                  00006040
              MOVE MTR-ACCT-NO TO TBL-CUST-LAST-ACCT (WS-CUST-SUB)      00006050
           END-IF                                                       00006060
           IF MTR-POST-DATE = WS-RUN-DATE                               00006070
              MOVE 'Y' TO TBL-CUST-TONIGHT (WS-CUST-SUB)                00006080
           END-IF.                                                      00006090
       2200-EXIT.                                                       00006100
           EXIT.                                                        00006110
                                                                        00006120
       2900-READ-LEDGER.                                                00006130
           READ MYF-TRAN-FILE NEXT                                      00006140
           EVALUATE FS-MYF-TRAN-FILE                                    00006150
             WHEN "00"                                                  00006160
               ADD 1 TO WS-RECS-READ                                    00006170
             WHEN "10"                                                  00006180
               SET WS-EOF TO TRUE                                       00006190
             WHEN OTHER                                                 00006200
               DISPLAY "READ FAILED, MYF-TRAN-FILE STATUS: "            00006210
                 FS-MYF-TRAN-FILE                                       00006220
               SET WS-EOF TO TRUE                                       00006230
               SET WS-IO-ERROR TO TRUE                                  00006240
           END-EVALUATE.                                                00006250
       2900-EXIT.                                                       00006260
           EXIT.                                                        00006270
                                                                        00006280
      *> ***************************************************************00006290
      *> A CUSTOMER WHOSE SUB-THRESHOLD POSTINGS ADD UP TO THE          00006300
      *> THRESHOLD WITH ENOUGH OF THEM JUST UNDER IT.  ONLY A PATTERN   00006310
      *> THAT GREW TONIGHT IS A NEW DETECTION - THE SAME WINDOW SEEN    00006320
      *> AGAIN TOMORROW WITH NOTHING ADDED IS NOT REOPENED              00006330
      *> ***************************************************************00006340
       3000-CHECK-STRUCTURING.                                          00006350
           MOVE 'POSTINGS STAYING UNDER THE THRESHOLD OVER THE WINDOW'  00006360
              TO SEC-TITLE                                              00006370
           WRITE CASH-RPT-LINE FROM WS-SECTION-LINE                     00006380
           WRITE CASH-RPT-LINE FROM WS-HDR-LINE-2                       00006390
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1                      00006400
                    UNTIL WS-CUST-SUB > WS-CUST-COUNT                   00006410
             IF TBL-CUST-TONIGHT (WS-CUST-SUB) = 'Y'                    00006420
                AND TBL-CUST-TOTAL (WS-CUST-SUB) NOT < WS-THRESHOLD     00006430
                AND TBL-CUST-NEAR (WS-CUST-SUB) NOT < WS-MIN-NEAR       00006440
                PERFORM 3100-STRUCTURING-CASE THRU 3100-EXIT            00006450
             END-IF                                                     00006460
           END-PERFORM.                                                 00006470
       3000-EXIT.                                                       00006480
           EXIT.                                                        00006490
                                                                        00006500
       3100-STRUCTURING-CASE.                                           00006510
           MOVE TBL-CUST-ID (WS-CUST-SUB) TO WS-LOOKUP-CUST-ID          00006520
           PERFORM 5000-START-CASE THRU 5000-EXIT                       00006530
           SET CASE-STRUCTURING TO TRUE                                 00006540
           MOVE ZEROES TO CASE-ACCT-NO                                  00006550
           MOVE WS-RUN-DATE TO CASE-TRAN-DATE                           00006560
           MOVE TBL-CUST-TOTAL (WS-CUST-SUB) TO CASE-AMOUNT             00006570
           MOVE TBL-CUST-POSTINGS (WS-CUST-SUB) TO CASE-POSTINGS        00006580
           MOVE TBL-CUST-NEAR (WS-CUST-SUB) TO CASE-NEAR-COUNT          00006590
           MOVE TBL-CUST-ACCOUNTS (WS-CUST-SUB) TO CASE-ACCOUNTS        00006600
           MOVE WS-WINDOW-DAYS TO CASE-WINDOW-DAYS                      00006610
           PERFORM 5100-WRITE-CASE THRU 5100-EXIT                       00006620
           ADD 1 TO WS-STRUCT-CASES                                     00006630
           MOVE "STRUCTURING " TO ALOG-ACTION                           00006640
           MOVE TBL-CUST-TOTAL (WS-CUST-SUB) TO WS-AMOUNT-ED            00006650
           MOVE SPACES TO ALOG-DETAIL                                   00006660
           STRING 'CUST ' WS-LOOKUP-CUST-ID ' TOT ' WS-AMOUNT-ED        00006670
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00006680
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00006690
       3100-EXIT.                                                       00006700
           EXIT.                                                        00006710
                                                                        00006720
      *> ***************************************************************00006730
      *> NUMBER THE CASE AND FILL IN WHO IT IS ABOUT FROM CUSTFILE      00006740
      *> ***************************************************************00006750
       5000-START-CASE.                                                 00006760
           MOVE SPACES TO CASE-RECORD                                   00006770
           ADD 1 TO WS-CASE-SEQ                                         00006780
           MOVE WS-RUN-DATE TO CASE-DATE                                00006790
           MOVE WS-CASE-SEQ TO CASE-SEQ                                 00006800
           MOVE WS-LOOKUP-CUST-ID TO CASE-CUST-ID                       00006810
           SET CASE-OPEN TO TRUE                                        00006820
           IF WS-LOOKUP-CUST-ID = 0                                     00006830
              OR NOT WS-CUSTFILE-OPEN                                   00006840
              GO TO 5000-EXIT                                           00006850
           END-IF                                                       00006860
           MOVE WS-LOOKUP-CUST-ID TO CUST-ID OF CUST-MASTER-RECORD      00006870
           READ CUST-MASTER-FILE                                        00006880
           EVALUATE FS-CUST-MASTER-FILE                                 00006890
             WHEN "00"                                                  00006900
               MOVE CUST-LAST-NAME OF CUST-MASTER-RECORD TO             00006910
                  CASE-LAST-NAME                                        00006920
               MOVE CUST-FIRST-NAME OF CUST-MASTER-RECORD TO            00006930
                  CASE-FIRST-NAME                                       00006940
               MOVE CUST-ADDR-LINE1 OF CUST-MASTER-RECORD TO            00006950
                  CASE-ADDR-LINE1                                       00006960
               MOVE CUST-ADDR-LINE2 OF CUST-MASTER-RECORD TO            00006970
                  CASE-ADDR-LINE2                                       00006980
               MOVE CUST-CITY OF CUST-MASTER-RECORD TO CASE-CITY        00006990
               MOVE CUST-STATE OF CUST-MASTER-RECORD TO CASE-STATE      00007000
               MOVE CUST-ZIP OF CUST-MASTER-RECORD TO CASE-ZIP          00007010
             WHEN "23"                                                  00007020
               ADD 1 TO WS-NAME-NOT-FOUND                               00007030
               MOVE '*** NOT ON CUSTFILE' TO CASE-LAST-NAME             00007040
             WHEN OTHER                                                 00007050
               DISPLAY "READ FAILED, CUSTFILE STATUS: "                 00007060
                 FS-CUST-MASTER-FILE                                    00007070
               SET WS-IO-ERROR TO TRUE                                  00007080
           END-EVALUATE.                                                00007090
       5000-EXIT.                                                       00007100
           EXIT.                                                        00007110
                                                                        00007120
       5100-WRITE-CASE.                                                 00007130
           WRITE CASE-RECORD                                            00007140
           IF FS-CASE-FILE NOT = "00"                                   00007150
              DISPLAY "WRITE FAILED, CASE-FILE STATUS: " FS-CASE-FILE   00007160
              SET WS-IO-ERROR TO TRUE                                   00007170
           END-IF                                                       00007180
           MOVE CASE-SEQ TO DTL-CASE-SEQ                                00007190
           MOVE CASE-CUST-ID TO DTL-CUST-ID                             00007200
           MOVE CASE-LAST-NAME TO DTL-NAME                              00007210
           MOVE CASE-ADDR-LINE1 TO DTL-ADDR                             00007220
           MOVE CASE-CITY TO DTL-CITY                                   00007230
           MOVE CASE-STATE TO DTL-STATE                                 00007240
           MOVE CASE-ACCT-NO TO DTL-ACCT                                00007250
           MOVE CASE-TRAN-DATE TO DTL-DATE                              00007260
           MOVE CASE-AMOUNT TO DTL-AMOUNT                               00007270
           MOVE CASE-POSTINGS TO DTL-POSTINGS                           00007280
           MOVE CASE-NEAR-COUNT TO DTL-NEAR                             00007290
           WRITE CASH-RPT-LINE FROM WS-DTL-LINE.                        00007300
       5100-EXIT.                                                       00007310
           EXIT.                                                        00007320
                                                                        00007330
      *> ***************************************************************00007340
      *> CONVERT WS-DN-DATE (CCYYMMDD) TO A SERIAL DAY NUMBER, THE      00007350
      *> SAME ARITHMETIC THE AUDIT ARCHIVAL USES                        00007360
      *> ***************************************************************00007370
       6000-DATE-TO-DAYNUM.                                             00007380
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1                   00007390
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAPS-4           00007400
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAPS-100       00007410
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAPS-400       00007420
           COMPUTE WS-DN-RESULT =                                       00007430
              (WS-DN-PRIOR-YEARS * 365)                                 00007440
              + WS-DN-LEAPS-4                                           00007450
              - WS-DN-LEAPS-100                                         00007460
              + WS-DN-LEAPS-400                                         00007470
              + CUM-DAYS-TO-MONTH (WS-DN-MM)                            00007480
              + WS-DN-DD                                                00007490
           PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT                  00007500
           IF WS-DN-MM > 2 AND WS-DN-LEAP-YEAR                          00007510
              ADD 1 TO WS-DN-RESULT                                     00007520
           END-IF.                                                      00007530
       6000-EXIT.                                                       00007540
           EXIT.                                                        00007550
                                                                        00007560
       6100-CHECK-LEAP-YEAR.                                            00007570
           MOVE 'N' TO WS-DN-LEAP-SW                                    00007580
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-LEAP-QUOT                00007590
              REMAINDER WS-DN-LEAP-REM                                  00007600
           IF WS-DN-LEAP-REM = 0                                        00007610
              DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-LEAP-QUOT           00007620
                 REMAINDER WS-DN-LEAP-REM                               00007630
              IF WS-DN-LEAP-REM = 0                                     00007640
                 DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-LEAP-QUOT        00007650
                    REMAINDER WS-DN-LEAP-REM                            00007660
                 IF WS-DN-LEAP-REM = 0                                  00007670
                    SET WS-DN-LEAP-YEAR TO TRUE                         00007680
                 END-IF                                                 00007690
              ELSE                                                      00007700
                 SET WS-DN-LEAP-YEAR TO TRUE                            00007710
              END-IF                                                    00007720
           END-IF.                                                      00007730
       6100-EXIT.                                                       00007740
           EXIT.                                                        00007750
                                                                        00007760
      *> ***************************************************************00007770
      *> COUNT SUMMARY, THEN CLOSE UP                                   00007780
      *> ***************************************************************00007790
       9000-TERMINATE.                                                  00007800
           MOVE WS-LARGE-CASES TO TOT-LARGE                             00007810
           MOVE WS-STRUCT-CASES TO TOT-STRUCT                           00007820
           WRITE CASH-RPT-LINE FROM WS-TOTAL-LINE                       00007830
           DISPLAY "===== CASHMON RUN SUMMARY ====="                    00007840
           DISPLAY "LEDGER RECORDS READ  : " WS-RECS-READ               00007850
           DISPLAY "POSTINGS IN WINDOW   : " WS-IN-WINDOW               00007860
           DISPLAY "ON UNLINKED ACCOUNTS : " WS-UNOWNED-POSTINGS        00007870
           DISPLAY "LARGE-CASH CASES     : " WS-LARGE-CASES             00007880
           DISPLAY "STRUCTURING CASES    : " WS-STRUCT-CASES            00007890
           DISPLAY "NOT ON CUSTFILE      : " WS-NAME-NOT-FOUND          00007900
           CLOSE MYF-TRAN-FILE                                          00007910
           IF WS-CUSTFILE-OPEN                                          00007920
              CLOSE CUST-MASTER-FILE                                    00007930
           END-IF                                                       00007940
           CLOSE CASE-FILE                                              00007950
           CLOSE CASH-RPT-FILE                                          00007960
           CLOSE AUDIT-LOG-FILE.                                        00007970
       9000-EXIT.                                                       00007980
           EXIT.                                                        00007990
                                                                        00008000
       COPY FSTATCHK.                                                   00008010
       COPY AUDITOPN.                                                   00008020
       COPY AUDITWRT.                                                   00008030
       COPY AUDITCHP.                                                   00008040
       COPY ABENDPAR.                                                   00008050
       COPY PROCDPAR.                                                   00008060
