       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. ACHINTK.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * INBOUND ACH INTAKE.                                      *      00000090
      * READS THE CLEARING HOUSE'S NACHA FILE TWICE.  THE FIRST  *      00000100
      * PASS PROVES IT: RECORD SEQUENCE, EVERY BATCH CONTROL     *      00000110
      * (ENTRY COUNT, ENTRY HASH, DEBIT AND CREDIT TOTALS) AND   *      00000120
      * THE FILE CONTROL OVER THE BATCHES.  A FILE THAT DOES NOT *      00000130
      * PROVE, OR ONE ALREADY ON THE INTAKE HISTORY, IS REJECTED *      00000140
      * WHOLE - NOTHING POSTS.  THE SECOND PASS MATCHES EACH     *      00000150
      * ENTRY TO A MYFILE ACCOUNT AND POSTS IT TO THE MYFTRAN    *      00000160
      * LEDGER THE WAY MYFMAINT POSTS, MOVING THE HEADER         *      00000170
      * BALANCE; AN ENTRY FOR AN UNKNOWN, CLOSED OR FROZEN       *      00000180
      * ACCOUNT GOES BACK ON THE RETURN FILE WITH ITS NACHA      *      00000190
      * RETURN REASON INSTEAD.  PRENOTES ARE CHECKED THE SAME    *      00000200
      * WAY BUT NEVER POST.  THE INTAKE REPORT PROVES ENTRIES    *      00000210
      * RECEIVED TO POSTED PLUS PRENOTES PLUS RETURNED.          *      00000220
      * ********************************************************        00000230
       ENVIRONMENT DIVISION.                                            00000240
       INPUT-OUTPUT SECTION.                                            00000250
       FILE-CONTROL.                                                    00000260
           SELECT ACH-IN-FILE                                           00000270
           ASSIGN TO ACHIN                                              00000280
           ORGANIZATION IS SEQUENTIAL                                   00000290
           FILE STATUS IS FS-ACH-IN-FILE.                               00000300
           SELECT ACH-RETURN-FILE                                       00000310
           ASSIGN TO ACHRET                                             00000320
           ORGANIZATION IS SEQUENTIAL                                   00000330
           FILE STATUS IS FS-ACH-RETURN-FILE.                           00000340
           SELECT ACH-HIST-FILE                                         00000350
           ASSIGN TO ACHHIST                                            00000360
           ORGANIZATION IS SEQUENTIAL                                   00000370
           FILE STATUS IS FS-ACH-HIST-FILE.                             00000380
           SELECT ACH-RPT-FILE                                          00000390
           ASSIGN TO ACHRPT                                             00000400
           ORGANIZATION IS SEQUENTIAL                                   00000410
           FILE STATUS IS FS-ACH-RPT-FILE.                              00000420
           SELECT MYFILE                                                00000430
           ASSIGN TO MYDD                                               00000440
           ORGANIZATION IS INDEXED                                      00000450
           ACCESS MODE IS RANDOM                                        00000460
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000470
           FILE STATUS IS FS-MYFILE.                                    00000480
           SELECT MYF-TRAN-FILE                                         00000490
           ASSIGN TO MYFTRAN                                            00000500
           ORGANIZATION IS INDEXED                                      00000510
           ACCESS MODE IS DYNAMIC                                       00000520
           RECORD KEY IS MTR-KEY                                        00000530
           FILE STATUS IS FS-MYF-TRAN-FILE.                             00000540
           SELECT DELTA-FILE                                            00000550
           ASSIGN TO MYFDELTA                                           00000560
           ORGANIZATION IS SEQUENTIAL                                   00000570
           FILE STATUS IS FS-DELTA-FILE.                                00000580
           SELECT AUDIT-LOG-FILE                                        00000590
           ASSIGN TO AUDITLOG                                           00000600
           ORGANIZATION IS SEQUENTIAL                                   00000610
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000620
           SELECT REASON-CODE-FILE                                      00000630
           ASSIGN TO RSNCODES                                           00000640
           ORGANIZATION IS SEQUENTIAL                                   00000650
           FILE STATUS IS FS-REASON-CODE-FILE.                          00000660
           SELECT PROC-DATE-FILE                                        00000670
           ASSIGN TO PROCDATE                                           00000680
           ORGANIZATION IS SEQUENTIAL                                   00000690
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000700
       DATA DIVISION.                                                   00000710
       FILE SECTION.                                                    00000720
       FD ACH-IN-FILE.                                                  00000730
       COPY ACHREC.                                                     00000740
                                                                        00000750
       FD ACH-RETURN-FILE.                                              00000760
       01 ACH-RETURN-OUT            PIC X(94).                          00000770
                                                                        00000780
      *> ***************************************************************00000790
      *> ONE RECORD PER ACH FILE POSTED: THE FILE'S IDENTITY (ORIGIN,   00000800
      *> CREATION DATE AND TIME, FILE ID MODIFIER) AND WHAT BECAME OF   00000810
      *> IT.  A FILE WHOSE IDENTITY IS ALREADY HERE IS NOT POSTED AGAIN 00000820
      *> ***************************************************************00000830
       FD ACH-HIST-FILE.                                                00000840
       01 ACH-HIST-RECORD.                                              00000850
           05 AHS-FILE-ID.                                              00000860
               10 AHS-ORIGIN        PIC X(10).                          00000870
               10 AHS-CREATE-DATE   PIC X(06).                          00000880
               10 AHS-CREATE-TIME   PIC X(04).                          00000890
               10 AHS-FILE-ID-MOD   PIC X(01).                          00000900
           05 AHS-RUN-DATE          PIC 9(08).                          00000910
           05 AHS-ENTRY-COUNT       PIC 9(08).                          00000920
           05 AHS-POSTED-COUNT      PIC 9(08).                          00000930
           05 AHS-RETURNED-COUNT    PIC 9(08).                          00000940
           05 FILLER                PIC X(27).                          00000950
                                                                        00000960
       FD ACH-RPT-FILE.                                                 00000970
       01 ACH-RPT-LINE              PIC X(133).                         00000980
                                                                        00000990
       FD MYFILE.                                                       00001000
       COPY MYFREC.                                                     00001010
                                                                        00001020
       FD MYF-TRAN-FILE.                                                00001030
       COPY MYFTRAN.                                                    00001040
                                                                        00001050
       FD DELTA-FILE.                                                   00001060
       COPY DELTAREC.                                                   00001070
                                                                        00001080
       FD AUDIT-LOG-FILE.                                               00001090
       COPY AUDITLOG.                                                   00001100
                                                                        00001110
       FD REASON-CODE-FILE.                                             00001120
       COPY RSNCODE.                                                    00001130
                                                                        00001140
       FD PROC-DATE-FILE.                                               00001150
       COPY PROCDREC.                                                   00001160
                                                                        00001170
       WORKING-STORAGE SECTION.                                         00001180
      *> ***************************************************************00001190
      *> BUILD AREAS FOR THE RETURN FILE, IN THE SAME NACHA LAYOUTS     00001200
      *> ***************************************************************00001210
       COPY ACHREC REPLACING LEADING ==ACH-== BY ==RET-==.              00001220
                                                                        00001230
       01 FS-ACH-IN-FILE PIC XX.                                        00001240
       01 FS-ACH-RETURN-FILE PIC XX.                                    00001250
       01 FS-ACH-HIST-FILE PIC XX.                                      00001260
       01 FS-ACH-RPT-FILE PIC XX.                                       00001270
       01 FS-MYFILE PIC XX.                                             00001280
       01 FS-MYF-TRAN-FILE PIC XX.                                      00001290
       01 FS-DELTA-FILE PIC XX.                                         00001300
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00001310
                                                                        00001320
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001330
           88 WS-EOF VALUE 'Y'.                                         00001340
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00001350
           88 WS-IO-ERROR VALUE 'Y'.                                    00001360
       01 WS-SEQ-EOF-SW PIC X(01) VALUE 'N'.                            00001370
           88 WS-SEQ-EOF VALUE 'Y'.                                     00001380
       01 WS-HIST-EOF-SW PIC X(01) VALUE 'N'.                           00001390
           88 WS-HIST-EOF VALUE 'Y'.                                    00001400
       01 WS-FILE-OK-SW PIC X(01) VALUE 'Y'.                            00001410
           88 WS-FILE-OK VALUE 'Y'.                                     00001420
       01 WS-ACCT-OK-SW PIC X(01) VALUE 'Y'.                            00001430
           88 WS-ACCT-OK VALUE 'Y'.                                     00001440
       01 WS-DIGITS-ENDED-SW PIC X(01) VALUE 'N'.                       00001450
           88 WS-DIGITS-ENDED VALUE 'Y'.                                00001460
       01 WS-RET-FILE-OPEN-SW PIC X(01) VALUE 'N'.                      00001470
           88 WS-RET-FILE-STARTED VALUE 'Y'.                            00001480
       01 WS-RET-BATCH-OPEN-SW PIC X(01) VALUE 'N'.                     00001490
           88 WS-RET-BATCH-OPEN VALUE 'Y'.                              00001500
                                                                        00001510
      *> ***************************************************************00001520
      *> WHERE THE FIRST PASS IS IN THE FILE: AFTER THE FILE HEADER OR  00001530
      *> A BATCH CONTROL A BATCH HEADER OR THE FILE CONTROL MAY FOLLOW; 00001540
      *> INSIDE A BATCH ENTRIES AND THEIR ADDENDA UNTIL ITS CONTROL;    00001550
      *> AFTER THE FILE CONTROL ONLY ALL-NINES BLOCK PADDING            00001560
      *> ***************************************************************00001570
       01 WS-FILE-STATE PIC X(01) VALUE 'S'.                            00001580
           88 WS-ST-START      VALUE 'S'.                               00001590
           88 WS-ST-BETWEEN    VALUE 'B'.                               00001600
           88 WS-ST-IN-BATCH   VALUE 'I'.                               00001610
           88 WS-ST-ENDED      VALUE 'E'.                               00001620
       01 WS-LAST-ADDENDA-IND PIC X(01) VALUE SPACE.                    00001630
                                                                        00001640
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001650
       01 WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.                      00001660
           05 WS-RUN-CC PIC 9(02).                                      00001670
           05 WS-RUN-YYMMDD PIC 9(06).                                  00001680
       01 WS-TIME-NOW PIC 9(08) VALUE ZEROES.                           00001690
       01 WS-TIME-GROUP REDEFINES WS-TIME-NOW.                          00001700
           05 WS-TIME-HHMM PIC 9(04).                                   00001710
           05 FILLER PIC 9(04).                                         00001720
       01 WS-BATCH-EFF-DATE PIC 9(08) VALUE ZEROES.                     00001730
       01 WS-EFF-WORK PIC 9(08) VALUE ZEROES.                           00001740
       01 WS-EFF-WORK-GROUP REDEFINES WS-EFF-WORK.                      00001750
           05 WS-EFF-CC PIC 9(02).                                      00001760
           05 WS-EFF-YYMMDD PIC X(06).                                  00001770
       01 WS-DV-FUNCTION PIC X(01) VALUE SPACE.                         00001780
       01 WS-DV-DATE PIC 9(08) VALUE ZEROES.                            00001790
       01 WS-DV-RESULT PIC X(01) VALUE SPACE.                           00001800
                                                                        00001810
      *> ***************************************************************00001820
      *> FIRST-PASS CONTROL TOTALS, AS COMPUTED FROM THE ENTRIES.  THE  00001830
      *> ENTRY HASH IS THE SUM OF THE RECEIVING ROUTING NUMBERS KEPT    00001840
      *> TO ITS RIGHTMOST TEN DIGITS, SO IT IS ACCUMULATED WIDER AND    00001850
      *> MOVED DOWN TO TEN BEFORE IT IS COMPARED                        00001860
      *> ***************************************************************00001870
       01 WS-PHYS-RECORDS PIC 9(08) VALUE ZEROES.                       00001880
       01 WS-BT-ENTRY-COUNT PIC 9(08) VALUE ZEROES.                     00001890
       01 WS-BT-HASH-SUM PIC 9(14) VALUE ZEROES.                        00001900
       01 WS-BT-HASH PIC 9(10) VALUE ZEROES.                            00001910
       01 WS-BT-DEBIT PIC 9(12)V99 VALUE ZEROES.                        00001920
       01 WS-BT-CREDIT PIC 9(12)V99 VALUE ZEROES.                       00001930
       01 WS-BT-SERVICE-CLASS PIC X(03) VALUE SPACES.                   00001940
       01 WS-BT-BATCH-NO PIC X(07) VALUE SPACES.                        00001950
       01 WS-FL-BATCH-COUNT PIC 9(08) VALUE ZEROES.                     00001960
       01 WS-FL-ENTRY-COUNT PIC 9(08) VALUE ZEROES.                     00001970
       01 WS-FL-HASH-SUM PIC 9(14) VALUE ZEROES.                        00001980
       01 WS-FL-HASH PIC 9(10) VALUE ZEROES.                            00001990
       01 WS-FL-DEBIT PIC 9(12)V99 VALUE ZEROES.                        00002000
       01 WS-FL-CREDIT PIC 9(12)V99 VALUE ZEROES.                       00002010
       01 WS-FL-BLOCKS PIC 9(08) VALUE ZEROES.                          00002020
       01 WS-BLOCK-QUOT PIC 9(08) VALUE ZEROES.                         00002030
       01 WS-BLOCK-REM PIC 9(02) VALUE ZEROES.                          00002040
                                                                        00002050
       01 WS-FILE-ID.                                                   00002060
           05 WS-FID-ORIGIN PIC X(10).                                  00002070
           05 WS-FID-CREATE-DATE PIC X(06).                             00002080
           05 WS-FID-CREATE-TIME PIC X(04).                             00002090
           05 WS-FID-FILE-ID-MOD PIC X(01).                             00002100
       01 WS-REJECT-CD PIC X(04) VALUE SPACES.                          00002110
       01 WS-REJECT-TXT PIC X(40) VALUE SPACES.                         00002120
       01 WS-REJECT-RECNO PIC 9(08) VALUE ZEROES.                       00002130
                                                                        00002140
      *> ***************************************************************00002150
      *> OUR ROUTING NUMBER IS THE INBOUND FILE'S IMMEDIATE             00002160
      *> DESTINATION; IT ORIGINATES THE RETURNS AND PREFIXES THEIR      00002170
      *> TRACE NUMBERS                                                  00002180
      *> ***************************************************************00002190
       01 WS-OUR-DEST.                                                  00002200
           05 FILLER PIC X(01).                                         00002210
           05 WS-OUR-RDFI PIC X(08).                                    00002220
           05 FILLER PIC X(01).                                         00002230
       01 WS-ORIG-ODFI PIC X(08) VALUE SPACES.                          00002240
       01 WS-ROUTE-WORK PIC 9(08) VALUE ZEROES.                         00002250
       01 WS-ROUTE-DIGITS REDEFINES WS-ROUTE-WORK.                      00002260
           05 WS-ROUTE-DIGIT OCCURS 8 TIMES PIC 9(01).                  00002270
       01 WS-CHECK-SUM PIC 9(04) VALUE ZEROES.                          00002280
       01 WS-CHECK-QUOT PIC 9(04) VALUE ZEROES.                         00002290
       01 WS-CHECK-REM PIC 9(02) VALUE ZEROES.                          00002300
       01 WS-CHECK-DIGIT PIC 9(01) VALUE ZERO.                          00002310
       01 WS-RET-TRACE.                                                 00002320
           05 WS-RET-TRACE-RDFI PIC X(08).                              00002330
           05 WS-RET-TRACE-SEQ PIC 9(07).                               00002340
                                                                        00002350
      *> ***************************************************************00002360
      *> RETURN FILE CONTROL TOTALS, BUILT AS THE RETURNS GO OUT        00002370
      *> ***************************************************************00002380
       01 WS-RET-RECORDS PIC 9(08) VALUE ZEROES.                        00002390
       01 WS-RET-BATCH-COUNT PIC 9(07) VALUE ZEROES.                    00002400
       01 WS-RB-ENTRY-COUNT PIC 9(06) VALUE ZEROES.                     00002410
       01 WS-RB-HASH-SUM PIC 9(14) VALUE ZEROES.                        00002420
       01 WS-RB-DEBIT PIC 9(10)V99 VALUE ZEROES.                        00002430
       01 WS-RB-CREDIT PIC 9(10)V99 VALUE ZEROES.                       00002440
       01 WS-RF-ENTRY-COUNT PIC 9(08) VALUE ZEROES.                     00002450
       01 WS-RF-HASH-SUM PIC 9(14) VALUE ZEROES.                        00002460
       01 WS-RF-DEBIT PIC 9(10)V99 VALUE ZEROES.                        00002470
       01 WS-RF-CREDIT PIC 9(10)V99 VALUE ZEROES.                       00002480
       01 WS-RET-PAD-COUNT PIC 9(02) VALUE ZEROES.                      00002490
                                                                        00002500
      *> ***************************************************************00002510
      *> ACCOUNT NUMBER OFF THE ENTRY: DIGITS FROM THE LEFT, THEN       00002520
      *> NOTHING BUT TRAILING SPACES.  MORE THAN NINE SIGNIFICANT       00002530
      *> DIGITS CANNOT BE A MYFILE ACCOUNT                              00002540
      *> ***************************************************************00002550
       01 WS-ACCT-WORK PIC 9(18) VALUE ZEROES.                          00002560
       01 WS-ACCT-NO PIC 9(09) VALUE ZEROES.                            00002570
       01 WS-ACCT-SUB PIC 9(02) VALUE ZEROES.                           00002580
       01 WS-ACCT-DIGITS PIC 9(02) VALUE ZEROES.                        00002590
       01 WS-ACCT-CHAR PIC X(01) VALUE SPACE.                           00002600
       01 WS-ACCT-DIGIT REDEFINES WS-ACCT-CHAR PIC 9(01).               00002610
                                                                        00002620
       01 WS-RETURN-CD PIC X(03) VALUE SPACES.                          00002630
       01 WS-RETURN-TXT PIC X(40) VALUE SPACES.                         00002640
       01 WS-NEXT-SEQ-NO PIC 9(05) VALUE ZEROES.                        00002650
       01 WS-POST-AMT PIC S9(11)V99 COMP-3 VALUE ZEROES.                00002660
       01 WS-BALANCE-AFTER PIC S9(11)V99 COMP-3 VALUE ZEROES.           00002670
       01 WS-POST-DESC PIC X(30) VALUE SPACES.                          00002680
       01 WS-BASE-CURR-CD PIC X(03) VALUE 'USD'.                        00002690
                                                                        00002700
      *> ***************************************************************00002710
      *> SECOND-PASS TOTALS FOR THE INTAKE PROOF                        00002720
      *> ***************************************************************00002730
       01 WS-RCV-COUNT PIC 9(08) VALUE ZEROES.                          00002740
       01 WS-RCV-DEBIT PIC 9(12)V99 VALUE ZEROES.                       00002750
       01 WS-RCV-CREDIT PIC 9(12)V99 VALUE ZEROES.                      00002760
       01 WS-PST-COUNT PIC 9(08) VALUE ZEROES.                          00002770
       01 WS-PST-DEBIT PIC 9(12)V99 VALUE ZEROES.                       00002780
       01 WS-PST-CREDIT PIC 9(12)V99 VALUE ZEROES.                      00002790
       01 WS-PRE-COUNT PIC 9(08) VALUE ZEROES.                          00002800
       01 WS-RTN-COUNT PIC 9(08) VALUE ZEROES.                          00002810
       01 WS-RTN-DEBIT PIC 9(12)V99 VALUE ZEROES.                       00002820
       01 WS-RTN-CREDIT PIC 9(12)V99 VALUE ZEROES.                      00002830
       01 WS-PROOF-COUNT PIC 9(08) VALUE ZEROES.                        00002840
       01 WS-PROOF-DEBIT PIC 9(12)V99 VALUE ZEROES.                     00002850
       01 WS-PROOF-CREDIT PIC 9(12)V99 VALUE ZEROES.                    00002860
       COPY ABENDCPY.                                                   00002870
       01 FS-REASON-CODE-FILE PIC XX.                                   00002880
       COPY RSNTBL.                                                     00002890
       COPY AUDITCHN.                                                   00002900
       COPY PROCDCPY.                                                   00002910
                                                                        00002920
       01 WS-HDR-LINE-1.                                                00002930
           05 FILLER PIC X(01) VALUE '1'.                               00002940
           05 FILLER PIC X(40)                                          00002950
              VALUE 'ACHINTK - INBOUND ACH INTAKE'.                     00002960
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00002970
           05 HDR-RUN-DATE PIC 9(08).                                   00002980
                                                                        00002990
       01 WS-HDR-LINE-2.                                                00003000
           05 FILLER PIC X(01) VALUE SPACE.                             00003010
           05 FILLER PIC X(08) VALUE 'ORIGIN'.                          00003020
           05 HDR-ORIGIN PIC X(10).                                     00003030
           05 FILLER PIC X(02) VALUE SPACES.                            00003040
           05 HDR-ORIGIN-NAME PIC X(23).                                00003050
           05 FILLER PIC X(10) VALUE '  CREATED '.                      00003060
           05 HDR-CREATE-DATE PIC X(06).                                00003070
           05 FILLER PIC X(01) VALUE SPACE.                             00003080
           05 HDR-CREATE-TIME PIC X(04).                                00003090
           05 FILLER PIC X(06) VALUE '  MOD '.                          00003100
           05 HDR-FILE-ID-MOD PIC X(01).                                00003110
                                                                        00003120
       01 WS-HDR-LINE-3.                                                00003130
           05 FILLER PIC X(01) VALUE '0'.                               00003140
           05 FILLER PIC X(17) VALUE 'RETURNED ENTRIES'.                00003150
                                                                        00003160
       01 WS-HDR-LINE-4.                                                00003170
           05 FILLER PIC X(01) VALUE SPACE.                             00003180
           05 FILLER PIC X(17) VALUE 'TRACE NUMBER'.                    00003190
           05 FILLER PIC X(04) VALUE 'TC'.                              00003200
           05 FILLER PIC X(19) VALUE 'DFI ACCOUNT'.                     00003210
           05 FILLER PIC X(16) VALUE '         AMOUNT'.                 00003220
           05 FILLER PIC X(24) VALUE 'NAME'.                            00003230
           05 FILLER PIC X(45) VALUE 'RETURN REASON'.                   00003240
                                                                        00003250
       01 WS-DTL-LINE.                                                  00003260
           05 FILLER PIC X(01) VALUE SPACE.                             00003270
           05 DTL-TRACE-NO PIC X(15).                                   00003280
           05 FILLER PIC X(02) VALUE SPACES.                            00003290
           05 DTL-TRAN-CODE PIC X(02).                                  00003300
           05 FILLER PIC X(02) VALUE SPACES.                            00003310
           05 DTL-DFI-ACCT PIC X(17).                                   00003320
           05 FILLER PIC X(02) VALUE SPACES.                            00003330
           05 DTL-AMOUNT PIC Z(07)9.99.                                 00003340
           05 FILLER PIC X(04) VALUE SPACES.                            00003350
           05 DTL-INDIV-NAME PIC X(22).                                 00003360
           05 FILLER PIC X(02) VALUE SPACES.                            00003370
           05 DTL-RETURN-CD PIC X(03).                                  00003380
           05 FILLER PIC X(01) VALUE SPACE.                             00003390
           05 DTL-RETURN-TXT PIC X(40).                                 00003400
                                                                        00003410
       01 WS-REJECT-LINE-1.                                             00003420
           05 FILLER PIC X(01) VALUE '0'.                               00003430
           05 FILLER PIC X(40)                                          00003440
              VALUE '*** FILE REJECTED - NOTHING POSTED ***'.           00003450
                                                                        00003460
       01 WS-REJECT-LINE-2.                                             00003470
           05 FILLER PIC X(01) VALUE SPACE.                             00003480
           05 FILLER PIC X(08) VALUE 'REASON '.                         00003490
           05 RJL-REASON-CD PIC X(04).                                  00003500
           05 FILLER PIC X(01) VALUE SPACE.                             00003510
           05 RJL-REASON-TXT PIC X(40).                                 00003520
           05 FILLER PIC X(12) VALUE '  AT RECORD '.                    00003530
           05 RJL-RECNO PIC Z(07)9.                                     00003540
                                                                        00003550
       01 WS-PROOF-HDR.                                                 00003560
           05 FILLER PIC X(01) VALUE '0'.                               00003570
           05 FILLER PIC X(20) VALUE 'INTAKE PROOF'.                    00003580
           05 FILLER PIC X(10) VALUE '   ENTRIES'.                      00003590
           05 FILLER PIC X(20) VALUE '               DEBIT'.            00003600
           05 FILLER PIC X(20) VALUE '              CREDIT'.            00003610
                                                                        00003620
       01 WS-PROOF-LINE.                                                00003630
           05 FILLER PIC X(01) VALUE SPACE.                             00003640
           05 PRF-LABEL PIC X(20).                                      00003650
           05 PRF-COUNT PIC Z(09)9.                                     00003660
           05 FILLER PIC X(02) VALUE SPACES.                            00003670
           05 PRF-DEBIT PIC Z(14)9.99.                                  00003680
           05 FILLER PIC X(02) VALUE SPACES.                            00003690
           05 PRF-CREDIT PIC Z(14)9.99.                                 00003700
                                                                        00003710
       01 WS-PROOF-RESULT.                                              00003720
           05 FILLER PIC X(01) VALUE '0'.                               00003730
           05 PRR-TEXT PIC X(60).                                       00003740
                                                                        00003750
       PROCEDURE DIVISION.                                              00003760
       0000-MAIN.                                                       00003770
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00003780
           PERFORM 2000-PROVE-FILE THRU 2000-EXIT                       00003790
           IF WS-FILE-OK                                                00003800
              PERFORM 3000-POST-FILE THRU 3000-EXIT                     00003810
           ELSE                                                         00003820
              PERFORM 2900-REPORT-REJECT THRU 2900-EXIT                 00003830
           END-IF                                                       00003840
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00003850
           IF WS-IO-ERROR                                               00003860
              MOVE 12 TO RETURN-CODE                                    00003870
           ELSE                                                         00003880
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00003890
           END-IF                                                       00003900
           GOBACK.                                                      00003910
                                                                        00003920
      *> ***************************************************************00003930
      *> RUN DATE, REASON TEXTS, THE REPORT AND THE AUDIT LOG.  THE     00003940
      *> MASTER FILES ARE NOT OPENED UNTIL THE FILE HAS PROVED          00003950
      *> ***************************************************************00003960
       1000-INITIALIZE.                                                 00003970
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00003980
           IF WS-PROCESS-DATE > 0                                       00003990
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00004000
           ELSE                                                         00004010
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00004020
           END-IF                                                       00004030
           PERFORM 8400-LOAD-REASON-CODES THRU 8400-EXIT                00004040
           OPEN OUTPUT ACH-RPT-FILE                                     00004050
           IF FS-ACH-RPT-FILE NOT = "00"                                00004060
              MOVE "OPEN FAILED ON ACH-RPT-FILE" TO WS-ABEND-MESSAGE    00004070
              GO TO 9999-ABEND                                          00004080
           END-IF                                                       00004090
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00004100
           WRITE ACH-RPT-LINE FROM WS-HDR-LINE-1                        00004110
      *> THE RETURN FILE IS ALWAYS CREATED, EMPTY WHEN NOTHING GOES BACK00004120
           OPEN OUTPUT ACH-RETURN-FILE                                  00004130
           IF FS-ACH-RETURN-FILE NOT = "00"                             00004140
              MOVE "OPEN FAILED ON ACH-RETURN-FILE" TO WS-ABEND-MESSAGE 00004150
              GO TO 9999-ABEND                                          00004160
           END-IF                                                       00004170
           MOVE "ACHINTK" TO ALOG-PROGRAM-ID                            00004180
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT.                  00004190
       1000-EXIT.                                                       00004200
           EXIT.                                                        00004210
                                                                        00004220
      *> ***************************************************************00004230
      *> FIRST PASS: PROVE THE FILE.  THE FIRST FAILURE STOPS THE PASS  00004240
      *> AND REJECTS THE WHOLE FILE                                     00004250
      *> ***************************************************************00004260
       2000-PROVE-FILE.                                                 00004270
           OPEN INPUT ACH-IN-FILE                                       00004280
           IF FS-ACH-IN-FILE NOT = "00"                                 00004290
              MOVE "OPEN FAILED ON ACH-IN-FILE" TO WS-ABEND-MESSAGE     00004300
              GO TO 9999-ABEND                                          00004310
           END-IF                                                       00004320
           MOVE 'N' TO WS-EOF-SW                                        00004330
           PERFORM 2050-READ-ACH THRU 2050-EXIT                         00004340
           IF WS-EOF                                                    00004350
              MOVE "H018" TO WS-REJECT-CD                               00004360
              MOVE "ACH FILE IS EMPTY" TO WS-REJECT-TXT                 00004370
              PERFORM 2800-REJECT-FILE THRU 2800-EXIT                   00004380
           END-IF                                                       00004390
           PERFORM 2100-PROVE-RECORD THRU 2100-EXIT                     00004400
              UNTIL WS-EOF OR NOT WS-FILE-OK                            00004410
           IF WS-FILE-OK                                                00004420
              AND NOT WS-ST-ENDED                                       00004430
              MOVE "H016" TO WS-REJECT-CD                               00004440
              MOVE "NO FILE CONTROL RECORD" TO WS-REJECT-TXT            00004450
              PERFORM 2800-REJECT-FILE THRU 2800-EXIT                   00004460
           END-IF                                                       00004470
           IF WS-FILE-OK                                                00004480
              PERFORM 2700-PROVE-BLOCKS THRU 2700-EXIT                  00004490
           END-IF                                                       00004500
           CLOSE ACH-IN-FILE.                                           00004510
       2000-EXIT.                                                       00004520
           EXIT.                                                        00004530
                                                                        00004540
       2050-READ-ACH.                                                   00004550
           READ ACH-IN-FILE                                             00004560
             AT END                                                     00004570
               SET WS-EOF TO TRUE                                       00004580
             NOT AT END                                                 00004590
               ADD 1 TO WS-PHYS-RECORDS                                 00004600
           END-READ                                                     00004610
           IF FS-ACH-IN-FILE NOT = "00" AND FS-ACH-IN-FILE NOT = "10"   00004620
              MOVE "READ FAILED ON ACH-IN-FILE" TO WS-ABEND-MESSAGE     00004630
              GO TO 9999-ABEND                                          00004640
           END-IF.                                                      00004650
       2050-EXIT.                                                       00004660
           EXIT.                                                        00004670
                                                                        00004680
       2100-PROVE-RECORD.                                               00004690
           EVALUATE TRUE                                                00004700
             WHEN WS-ST-ENDED                                           00004710
               IF ACH-RECORD NOT = ALL '9'                              00004720
                  MOVE "H002" TO WS-REJECT-CD                           00004730
                  MOVE "RECORD AFTER THE FILE CONTROL" TO WS-REJECT-TXT 00004740
                  PERFORM 2800-REJECT-FILE THRU 2800-EXIT               00004750
               END-IF                                                   00004760
             WHEN ACH-REC-FILE-HEADER                                   00004770
               PERFORM 2200-PROVE-FILE-HEADER THRU 2200-EXIT            00004780
             WHEN WS-ST-START                                           00004790
               MOVE "H001" TO WS-REJECT-CD                              00004800
               MOVE "FIRST RECORD IS NOT A FILE HEADER" TO              00004810
                  WS-REJECT-TXT                                         00004820
               PERFORM 2800-REJECT-FILE THRU 2800-EXIT                  00004830
             WHEN ACH-REC-BATCH-HEADER                                  00004840
               PERFORM 2300-PROVE-BATCH-HEADER THRU 2300-EXIT           00004850
             WHEN ACH-REC-ENTRY                                         00004860
               PERFORM 2400-PROVE-ENTRY THRU 2400-EXIT                  00004870
             WHEN ACH-REC-ADDENDA                                       00004880
               IF NOT WS-ST-IN-BATCH                                    00004890
                  OR WS-LAST-ADDENDA-IND NOT = '1'                      00004900
                  MOVE "H002" TO WS-REJECT-CD                           00004910
                  MOVE "ADDENDA WITHOUT ITS ENTRY" TO WS-REJECT-TXT     00004920
                  PERFORM 2800-REJECT-FILE THRU 2800-EXIT               00004930
               ELSE                                                     00004940
                  ADD 1 TO WS-BT-ENTRY-COUNT                            00004950
               END-IF                                                   00004960
             WHEN ACH-REC-BATCH-CONTROL                                 00004970
               PERFORM 2500-PROVE-BATCH-CONTROL THRU 2500-EXIT          00004980
             WHEN ACH-REC-FILE-CONTROL                                  00004990
               PERFORM 2600-PROVE-FILE-CONTROL THRU 2600-EXIT           00005000
             WHEN OTHER                                                 00005010
               MOVE "H003" TO WS-REJECT-CD                              00005020
               MOVE "UNKNOWN RECORD TYPE" TO WS-REJECT-TXT              00005030
               PERFORM 2800-REJECT-FILE THRU 2800-EXIT                  00005040
           END-EVALUATE                                                 00005050
           IF WS-FILE-OK                                                00005060
              PERFORM 2050-READ-ACH THRU 2050-EXIT                      00005070
           END-IF.                                                      00005080
       2100-EXIT.                                                       00005090
           EXIT.                                                        00005100
                                                                        00005110
      *> ***************************************************************00005120
      *> ONE FILE HEADER, FIRST, IN 94-BYTE FORMAT, AND A FILE NOT      00005130
      *> ALREADY POSTED                                                 00005140
      *> ***************************************************************00005150
       2200-PROVE-FILE-HEADER.                                          00005160
           IF NOT WS-ST-START                                           00005170
              MOVE "H002" TO WS-REJECT-CD                               00005180
              MOVE "SECOND FILE HEADER IN THE FILE" TO WS-REJECT-TXT    00005190
              PERFORM 2800-REJECT-FILE THRU 2800-EXIT                   00005200
              GO TO 2200-EXIT                                           00005210
           END-IF                                                       00005220
           IF ACH-FH-RECORD-SIZE NOT = '094'                            00005230
              MOVE "H003" TO WS-REJECT-CD                               00005240
              MOVE "FILE HEADER RECORD SIZE IS NOT 094" TO              00005250
                 WS-REJECT-TXT                                          00005260
              PERFORM 2800-REJECT-FILE THRU 2800-EXIT                   00005270
              GO TO 2200-EXIT                                           00005280
           END-IF                                                       00005290
           MOVE ACH-FH-ORIGIN TO WS-FID-ORIGIN                          00005300
           MOVE ACH-FH-CREATE-DATE TO WS-FID-CREATE-DATE                00005310
           MOVE ACH-FH-CREATE-TIME TO WS-FID-CREATE-TIME                00005320
           MOVE ACH-FH-FILE-ID-MOD TO WS-FID-FILE-ID-MOD                00005330
           MOVE ACH-FH-ORIGIN TO HDR-ORIGIN                             00005340
           MOVE ACH-FH-ORIGIN-NAME TO HDR-ORIGIN-NAME                   00005350
           MOVE ACH-FH-CREATE-DATE TO HDR-CREATE-DATE                   00005360
           MOVE ACH-FH-CREATE-TIME TO HDR-CREATE-TIME                   00005370
           MOVE ACH-FH-FILE-ID-MOD TO HDR-FILE-ID-MOD                   00005380
           WRITE ACH-RPT-LINE FROM WS-HDR-LINE-2                        00005390
           SET WS-ST-BETWEEN TO TRUE                                    00005400
           PERFORM 2250-CHECK-HISTORY THRU 2250-EXIT.                   00005410
       2200-EXIT.                                                       00005420
           EXIT.                                                        00005430
                                                                        00005440
       2250-CHECK-HISTORY.                                              00005450
           OPEN INPUT ACH-HIST-FILE                                     00005460
           EVALUATE FS-ACH-HIST-FILE                                    00005470
             WHEN "00"                                                  00005480
               CONTINUE                                                 00005490
             WHEN "35"                                                  00005500
               GO TO 2250-EXIT                                          00005510
             WHEN OTHER                                                 00005520
               MOVE "OPEN FAILED ON ACH-HIST-FILE" TO WS-ABEND-MESSAGE  00005530
               GO TO 9999-ABEND                                         00005540
           END-EVALUATE                                                 00005550
           MOVE 'N' TO WS-HIST-EOF-SW                                   00005560
           PERFORM UNTIL WS-HIST-EOF OR NOT WS-FILE-OK                  00005570
             READ ACH-HIST-FILE                                         00005580
               AT END                                                   00005590
                 SET WS-HIST-EOF TO TRUE                                00005600
               NOT AT END                                               00005610
                 IF AHS-FILE-ID = WS-FILE-ID                            00005620
                    MOVE "H017" TO WS-REJECT-CD                         00005630
                    MOVE "ACH FILE ALREADY POSTED" TO WS-REJECT-TXT     00005640
                    PERFORM 2800-REJECT-FILE THRU 2800-EXIT             00005650
                 END-IF                                                 00005660
             END-READ                                                   00005670
           END-PERFORM                                                  00005680
           CLOSE ACH-HIST-FILE.                                         00005690
       2250-EXIT.                                                       00005700
           EXIT.                                                        00005710
                                                                        00005720
       2300-PROVE-BATCH-HEADER.                                         00005730
           IF NOT WS-ST-BETWEEN                                         00005740
              MOVE "H002" TO WS-REJECT-CD                               00005750
              MOVE "BATCH HEADER INSIDE AN OPEN BATCH" TO               00005760
                 WS-REJECT-TXT                                          00005770
              PERFORM 2800-REJECT-FILE THRU 2800-EXIT                   00005780
              GO TO 2300-EXIT                                           00005790
           END-IF                                                       00005800
           SET WS-ST-IN-BATCH TO TRUE                                   00005810
           MOVE SPACE TO WS-LAST-ADDENDA-IND                            00005820
           MOVE ZEROES TO WS-BT-ENTRY-COUNT                             00005830
           MOVE ZEROES TO WS-BT-HASH-SUM                                00005840
           MOVE ZEROES TO WS-BT-DEBIT                                   00005850
           MOVE ZEROES TO WS-BT-CREDIT                                  00005860
           MOVE ACH-BH-SERVICE-CLASS TO WS-BT-SERVICE-CLASS             00005870
           MOVE ACH-BH-BATCH-NO TO WS-BT-BATCH-NO                       00005880
           ADD 1 TO WS-FL-BATCH-COUNT.                                  00005890
       2300-EXIT.                                                       00005900
           EXIT.                                                        00005910
                                                                        00005920
       2400-PROVE-ENTRY.                                                00005930
           IF NOT WS-ST-IN-BATCH                                        00005940
              MOVE "H002" TO WS-REJECT-CD                               00005950
              MOVE "ENTRY OUTSIDE A BATCH" TO WS-REJECT-TXT             00005960
              PERFORM 2800-REJECT-FILE THRU 2800-EXIT                   00005970
              GO TO 2400-EXIT                                           00005980
           END-IF                                                       00005990
           IF NOT ACH-ED-VALID-CODE                                     00006000
              MOVE "H004" TO WS-REJECT-CD                               00006010
              MOVE "TRANSACTION CODE NOT TAKEN BY MYFILE" TO            00006020
                 WS-REJECT-TXT                                          00006030
              PERFORM 2800-REJECT-FILE THRU 2800-EXIT                   00006040
              GO TO 2400-EXIT                                           00006050
           END-IF                                                       00006060
           IF ACH-ED-AMOUNT NOT NUMERIC                                 00006070
              OR ACH-ED-RDFI-ID-N NOT NUMERIC                           00006080
              MOVE "H005" TO WS-REJECT-CD                               00006090
              MOVE "ENTRY AMOUNT OR ROUTING NOT NUMERIC" TO             00006100
                 WS-REJECT-TXT                                          00006110
              PERFORM 2800-REJECT-FILE THRU 2800-EXIT                   00006120
              GO TO 2400-EXIT                                           00006130
           END-IF                                                       00006140
           IF ACH-ED-PRENOTE AND ACH-ED-AMOUNT NOT = ZEROES             00006150
              MOVE "H020" TO WS-REJECT-CD                               00006160
              MOVE "PRENOTE CARRIES AN AMOUNT" TO WS-REJECT-TXT         00006170
              PERFORM 2800-REJECT-FILE THRU 2800-EXIT                   00006180
              GO TO 2400-EXIT                                           00006190
           END-IF                                                       00006200
           ADD 1 TO WS-BT-ENTRY-COUNT                                   00006210
           ADD ACH-ED-RDFI-ID-N TO WS-BT-HASH-SUM                       00006220
           IF ACH-ED-DEBIT                                              00006230
              ADD ACH-ED-AMOUNT TO WS-BT-DEBIT                          00006240
           END-IF                                                       00006250
           IF ACH-ED-CREDIT                                             00006260
              ADD ACH-ED-AMOUNT TO WS-BT-CREDIT                         00006270
           END-IF                                                       00006280
           MOVE ACH-ED-ADDENDA-IND TO WS-LAST-ADDENDA-IND.              00006290
       2400-EXIT.                                                       00006300
           EXIT.                                                        00006310
                                                                        00006320
      *> ***************************************************************00006330
      *> THE BATCH CONTROL MUST AGREE WITH WHAT THE BATCH CARRIED       00006340
      *> ***************************************************************00006350
       2500-PROVE-BATCH-CONTROL.                                        00006360
           IF NOT WS-ST-IN-BATCH                                        00006370
              MOVE "H002" TO WS-REJECT-CD                               00006380
              MOVE "BATCH CONTROL WITHOUT ITS HEADER" TO WS-REJECT-TXT  00006390
              PERFORM 2800-REJECT-FILE THRU 2800-EXIT                   00006400
              GO TO 2500-EXIT                                           00006410
           END-IF                                                       00006420
           MOVE WS-BT-HASH-SUM TO WS-BT-HASH                            00006430
           EVALUATE TRUE                                                00006440
             WHEN ACH-BC-ENTRY-COUNT NOT NUMERIC                        00006450
               OR ACH-BC-ENTRY-HASH NOT NUMERIC                         00006460
               OR ACH-BC-TOTAL-DEBIT NOT NUMERIC                        00006470
               OR ACH-BC-TOTAL-CREDIT NOT NUMERIC                       00006480
               MOVE "H005" TO WS-REJECT-CD                              00006490
               MOVE "BATCH CONTROL TOTALS NOT NUMERIC" TO               00006500
                  WS-REJECT-TXT                                         00006510
             WHEN ACH-BC-BATCH-NO NOT = WS-BT-BATCH-NO                  00006520
               OR ACH-BC-SERVICE-CLASS NOT = WS-BT-SERVICE-CLASS        00006530
               MOVE "H019" TO WS-REJECT-CD                              00006540
               MOVE "BATCH CONTROL DOES NOT MATCH ITS HEADER" TO        00006550
                  WS-REJECT-TXT                                         00006560
             WHEN ACH-BC-ENTRY-COUNT NOT = WS-BT-ENTRY-COUNT            00006570
               MOVE "H006" TO WS-REJECT-CD                              00006580
               MOVE "BATCH ENTRY COUNT DOES NOT PROVE" TO               00006590
                  WS-REJECT-TXT                                         00006600
             WHEN ACH-BC-ENTRY-HASH NOT = WS-BT-HASH                    00006610
               MOVE "H007" TO WS-REJECT-CD                              00006620
               MOVE "BATCH ENTRY HASH DOES NOT PROVE" TO                00006630
                  WS-REJECT-TXT                                         00006640
             WHEN ACH-BC-TOTAL-DEBIT NOT = WS-BT-DEBIT                  00006650
               MOVE "H008" TO WS-REJECT-CD                              00006660
               MOVE "BATCH DEBIT TOTAL DOES NOT PROVE" TO               00006670
                  WS-REJECT-TXT                                         00006680
             WHEN ACH-BC-TOTAL-CREDIT NOT = WS-BT-CREDIT                00006690
               MOVE "H009" TO WS-REJECT-CD                              00006700
               MOVE "BATCH CREDIT TOTAL DOES NOT PROVE" TO              00006710
                  WS-REJECT-TXT                                         00006720
             WHEN OTHER                                                 00006730
               CONTINUE                                                 00006740
           END-EVALUATE                                                 00006750
           IF WS-REJECT-CD NOT = SPACES                                 00006760
              PERFORM 2800-REJECT-FILE THRU 2800-EXIT                   00006770
              GO TO 2500-EXIT                                           00006780
           END-IF                                                       00006790
           ADD WS-BT-ENTRY-COUNT TO WS-FL-ENTRY-COUNT                   00006800
           ADD WS-BT-HASH TO WS-FL-HASH-SUM                             00006810
           ADD WS-BT-DEBIT TO WS-FL-DEBIT                               00006820
           ADD WS-BT-CREDIT TO WS-FL-CREDIT                             00006830
           SET WS-ST-BETWEEN TO TRUE.                                   00006840
       2500-EXIT.                                                       00006850
           EXIT.                                                        00006860
                                                                        00006870
      *> ***************************************************************00006880
      *> THE FILE CONTROL MUST AGREE WITH THE BATCHES THAT PROVED       00006890
      *> ***************************************************************00006900
       2600-PROVE-FILE-CONTROL.                                         00006910
           IF NOT WS-ST-BETWEEN                                         00006920
              MOVE "H002" TO WS-REJECT-CD                               00006930
              MOVE "FILE CONTROL INSIDE AN OPEN BATCH" TO               00006940
                 WS-REJECT-TXT                                          00006950
              PERFORM 2800-REJECT-FILE THRU 2800-EXIT                   00006960
              GO TO 2600-EXIT                                           00006970
           END-IF                                                       00006980
           MOVE WS-FL-HASH-SUM TO WS-FL-HASH                            00006990
           EVALUATE TRUE                                                00007000
             WHEN ACH-FC-BATCH-COUNT NOT NUMERIC                        00007010
               OR ACH-FC-BLOCK-COUNT NOT NUMERIC                        00007020
               OR ACH-FC-ENTRY-COUNT NOT NUMERIC                        00007030
               OR ACH-FC-ENTRY-HASH NOT NUMERIC                         00007040
               OR ACH-FC-TOTAL-DEBIT NOT NUMERIC                        00007050
               OR ACH-FC-TOTAL-CREDIT NOT NUMERIC                       00007060
               MOVE "H005" TO WS-REJECT-CD                              00007070
               MOVE "FILE CONTROL TOTALS NOT NUMERIC" TO                00007080
                  WS-REJECT-TXT                                         00007090
             WHEN ACH-FC-BATCH-COUNT NOT = WS-FL-BATCH-COUNT            00007100
               MOVE "H010" TO WS-REJECT-CD                              00007110
               MOVE "FILE BATCH COUNT DOES NOT PROVE" TO                00007120
                  WS-REJECT-TXT                                         00007130
             WHEN ACH-FC-ENTRY-COUNT NOT = WS-FL-ENTRY-COUNT            00007140
               MOVE "H011" TO WS-REJECT-CD                              00007150
               MOVE "FILE ENTRY COUNT DOES NOT PROVE" TO                00007160
                  WS-REJECT-TXT                                         00007170
             WHEN ACH-FC-ENTRY-HASH NOT = WS-FL-HASH                    00007180
               MOVE "H012" TO WS-REJECT-CD                              00007190
               MOVE "FILE ENTRY HASH DOES NOT PROVE" TO                 00007200
                  WS-REJECT-TXT                                         00007210
             WHEN ACH-FC-TOTAL-DEBIT NOT = WS-FL-DEBIT                  00007220
               MOVE "H013" TO WS-REJECT-CD                              00007230
               MOVE "FILE DEBIT TOTAL DOES NOT PROVE" TO                00007240
                  WS-REJECT-TXT                                         00007250
             WHEN ACH-FC-TOTAL-CREDIT NOT = WS-FL-CREDIT                00007260
               MOVE "H014" TO WS-REJECT-CD                              00007270
               MOVE "FILE CREDIT TOTAL DOES NOT PROVE" TO               00007280
                  WS-REJECT-TXT                                         00007290
             WHEN OTHER                                                 00007300
               CONTINUE                                                 00007310
           END-EVALUATE                                                 00007320
           IF WS-REJECT-CD NOT = SPACES                                 00007330
              PERFORM 2800-REJECT-FILE THRU 2800-EXIT                   00007340
              GO TO 2600-EXIT                                           00007350
           END-IF                                                       00007360
           MOVE ACH-FC-BLOCK-COUNT TO WS-FL-BLOCKS                      00007370
           SET WS-ST-ENDED TO TRUE.                                     00007380
       2600-EXIT.                                                       00007390
           EXIT.                                                        00007400
                                                                        00007410
      *> ***************************************************************00007420
      *> THE BLOCK COUNT COVERS EVERY PHYSICAL RECORD, PADDING INCLUDED,00007430
      *> TEN TO THE BLOCK                                               00007440
      *> ***************************************************************00007450
       2700-PROVE-BLOCKS.                                               00007460
           DIVIDE WS-PHYS-RECORDS BY 10 GIVING WS-BLOCK-QUOT            00007470
              REMAINDER WS-BLOCK-REM                                    00007480
           IF WS-BLOCK-REM > 0                                          00007490
              ADD 1 TO WS-BLOCK-QUOT                                    00007500
           END-IF                                                       00007510
           IF WS-BLOCK-QUOT NOT = WS-FL-BLOCKS                          00007520
              MOVE "H015" TO WS-REJECT-CD                               00007530
              MOVE "FILE BLOCK COUNT DOES NOT PROVE" TO WS-REJECT-TXT   00007540
              PERFORM 2800-REJECT-FILE THRU 2800-EXIT                   00007550
           END-IF.                                                      00007560
       2700-EXIT.                                                       00007570
           EXIT.                                                        00007580
                                                                        00007590
       2800-REJECT-FILE.                                                00007600
           MOVE 'N' TO WS-FILE-OK-SW                                    00007610
           MOVE WS-PHYS-RECORDS TO WS-REJECT-RECNO                      00007620
           MOVE WS-REJECT-CD TO WS-RSN-WANTED                           00007630
           PERFORM 8480-RESOLVE-REASON-TEXT THRU 8480-EXIT              00007640
           IF WS-RSN-FOUND                                              00007650
              MOVE WS-RSN-FOUND-TEXT TO WS-REJECT-TXT                   00007660
           END-IF.                                                      00007670
       2800-EXIT.                                                       00007680
           EXIT.                                                        00007690
                                                                        00007700
       2900-REPORT-REJECT.                                              00007710
           SET RC-ERROR TO TRUE                                         00007720
           WRITE ACH-RPT-LINE FROM WS-REJECT-LINE-1                     00007730
           MOVE WS-REJECT-CD TO RJL-REASON-CD                           00007740
           MOVE WS-REJECT-TXT TO RJL-REASON-TXT                         00007750
           MOVE WS-REJECT-RECNO TO RJL-RECNO                            00007760
           WRITE ACH-RPT-LINE FROM WS-REJECT-LINE-2                     00007770
           DISPLAY "ACH FILE REJECTED: " WS-REJECT-CD " "               00007780
             WS-REJECT-TXT " AT RECORD " WS-REJECT-RECNO                00007790
           MOVE "ACH REJECTED" TO ALOG-ACTION                           00007800
           MOVE SPACES TO ALOG-DETAIL                                   00007810
           STRING WS-REJECT-CD " " WS-FID-ORIGIN " "                    00007820
              WS-FID-CREATE-DATE WS-FID-CREATE-TIME                     00007830
              WS-FID-FILE-ID-MOD                                        00007840
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00007850
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00007860
       2900-EXIT.                                                       00007870
           EXIT.                                                        00007880
                                                                        00007890
      *> ***************************************************************00007900
      *> SECOND PASS: THE FILE HAS PROVED.  OPEN THE MASTERS FOR        00007910
      *> UPDATE AND POST OR RETURN EVERY ENTRY                          00007920
      *> ***************************************************************00007930
       3000-POST-FILE.                                                  00007940
           OPEN I-O MYFILE                                              00007950
           EVALUATE FS-MYFILE                                           00007960
             WHEN "00"                                                  00007970
               CONTINUE                                                 00007980
             WHEN "35"                                                  00007990
               MOVE "MYFILE NOT FOUND" TO WS-ABEND-MESSAGE              00008000
               GO TO 9999-ABEND                                         00008010
             WHEN OTHER                                                 00008020
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00008030
               GO TO 9999-ABEND                                         00008040
           END-EVALUATE                                                 00008050
      *> THE LEDGER OPENS WITH THE HEADER: AN ENTRY IS NEVER APPLIED    00008060
      *> TO ONE WITHOUT THE OTHER                                       00008070
           OPEN I-O MYF-TRAN-FILE                                       00008080
           EVALUATE FS-MYF-TRAN-FILE                                    00008090
             WHEN "00"                                                  00008100
               CONTINUE                                                 00008110
             WHEN "35"                                                  00008120
               MOVE "MYFILE LEDGER NOT FOUND" TO WS-ABEND-MESSAGE       00008130
               GO TO 9999-ABEND                                         00008140
             WHEN OTHER                                                 00008150
               MOVE "OPEN FAILED ON MYF-TRAN-FILE" TO WS-ABEND-MESSAGE  00008160
               GO TO 9999-ABEND                                         00008170
           END-EVALUATE                                                 00008180
           OPEN EXTEND DELTA-FILE                                       00008190
           IF FS-DELTA-FILE = "35"                                      00008200
              OPEN OUTPUT DELTA-FILE                                    00008210
           END-IF                                                       00008220
           IF FS-DELTA-FILE NOT = "00"                                  00008230
              MOVE "OPEN FAILED ON DELTA-FILE" TO WS-ABEND-MESSAGE      00008240
              GO TO 9999-ABEND                                          00008250
           END-IF                                                       00008260
           OPEN INPUT ACH-IN-FILE                                       00008270
           IF FS-ACH-IN-FILE NOT = "00"                                 00008280
              MOVE "OPEN FAILED ON ACH-IN-FILE" TO WS-ABEND-MESSAGE     00008290
              GO TO 9999-ABEND                                          00008300
           END-IF                                                       00008310
           WRITE ACH-RPT-LINE FROM WS-HDR-LINE-3                        00008320
           WRITE ACH-RPT-LINE FROM WS-HDR-LINE-4                        00008330
           MOVE 'N' TO WS-EOF-SW                                        00008340
           PERFORM 2050-READ-ACH THRU 2050-EXIT                         00008350
           PERFORM 3100-POST-RECORD THRU 3100-EXIT                      00008360
              UNTIL WS-EOF                                              00008370
           CLOSE ACH-IN-FILE                                            00008380
           IF WS-RET-FILE-STARTED                                       00008390
              PERFORM 6500-END-RETURN-FILE THRU 6500-EXIT               00008400
           END-IF                                                       00008410
           CLOSE MYFILE                                                 00008420
           CLOSE MYF-TRAN-FILE                                          00008430
           CLOSE DELTA-FILE                                             00008440
           IF NOT WS-IO-ERROR                                           00008450
              PERFORM 3900-WRITE-HISTORY THRU 3900-EXIT                 00008460
           END-IF                                                       00008470
           PERFORM 8000-WRITE-PROOF THRU 8000-EXIT.                     00008480
       3000-EXIT.                                                       00008490
           EXIT.                                                        00008500
                                                                        00008510
       3100-POST-RECORD.                                                00008520
           EVALUATE TRUE                                                00008530
             WHEN ACH-REC-FILE-HEADER                                   00008540
               PERFORM 6000-SET-RETURN-HEADER THRU 6000-EXIT            00008550
             WHEN ACH-REC-BATCH-HEADER                                  00008560
               PERFORM 3200-START-BATCH THRU 3200-EXIT                  00008570
             WHEN ACH-REC-ENTRY                                         00008580
               PERFORM 3300-PROCESS-ENTRY THRU 3300-EXIT                00008590
             WHEN ACH-REC-BATCH-CONTROL                                 00008600
               IF WS-RET-BATCH-OPEN                                     00008610
                  PERFORM 6300-END-RETURN-BATCH THRU 6300-EXIT          00008620
               END-IF                                                   00008630
             WHEN ACH-REC-FILE-CONTROL                                  00008640
               SET WS-EOF TO TRUE                                       00008650
             WHEN OTHER                                                 00008660
               CONTINUE                                                 00008670
           END-EVALUATE                                                 00008680
           IF NOT WS-EOF                                                00008690
              PERFORM 2050-READ-ACH THRU 2050-EXIT                      00008700
           END-IF.                                                      00008710
       3100-EXIT.                                                       00008720
           EXIT.                                                        00008730
                                                                        00008740
      *> ***************************************************************00008750
      *> KEEP THE BATCH HEADER FOR THE RETURN BATCH AND THE POSTING     00008760
      *> DESCRIPTION; THE ENTRIES TAKE ITS EFFECTIVE DATE WHEN IT IS A  00008770
      *> GOOD ONE, THE RUN DATE OTHERWISE                               00008780
      *> ***************************************************************00008790
       3200-START-BATCH.                                                00008800
           MOVE ACH-BATCH-HEADER TO RET-BATCH-HEADER                    00008810
           MOVE ACH-BH-ODFI-ID TO WS-ORIG-ODFI                          00008820
           MOVE WS-RUN-DATE TO WS-BATCH-EFF-DATE                        00008830
           MOVE 20 TO WS-EFF-CC                                         00008840
           MOVE ACH-BH-EFF-DATE TO WS-EFF-YYMMDD                        00008850
           IF WS-EFF-WORK NUMERIC                                       00008860
              MOVE 'V' TO WS-DV-FUNCTION                                00008870
              MOVE WS-EFF-WORK TO WS-DV-DATE                            00008880
              CALL "DATEVAL" USING WS-DV-FUNCTION WS-DV-DATE            00008890
                 WS-DV-RESULT                                           00008900
              IF WS-DV-RESULT = 'Y'                                     00008910
                 MOVE WS-EFF-WORK TO WS-BATCH-EFF-DATE                  00008920
              END-IF                                                    00008930
           END-IF                                                       00008940
           MOVE SPACES TO WS-POST-DESC                                  00008950
           STRING "ACH " ACH-BH-COMPANY-NAME " " ACH-BH-ENTRY-DESC      00008960
              DELIMITED BY SIZE INTO WS-POST-DESC.                      00008970
       3200-EXIT.                                                       00008980
           EXIT.                                                        00008990
                                                                        00009000
      *> ***************************************************************00009010
      *> MATCH THE ENTRY TO ITS ACCOUNT.  UNKNOWN (R03), BADLY FORMED   00009020
      *> (R04), CLOSED OR ESCHEATED (R02) AND FROZEN (R16) ACCOUNTS     00009030
      *> RETURN THE ENTRY, AS DOES A FOREIGN-CURRENCY ACCOUNT THAT      00009040
      *> CANNOT TAKE A DOLLAR ENTRY (R20).  A DORMANT ACCOUNT TAKES IT  00009050
      *> AND REOPENS, AS IT WOULD FOR ANY POSTING                       00009060
      *> ***************************************************************00009070
       3300-PROCESS-ENTRY.                                              00009080
           ADD 1 TO WS-RCV-COUNT                                        00009090
           IF ACH-ED-DEBIT                                              00009100
              ADD ACH-ED-AMOUNT TO WS-RCV-DEBIT                         00009110
           END-IF                                                       00009120
           IF ACH-ED-CREDIT                                             00009130
              ADD ACH-ED-AMOUNT TO WS-RCV-CREDIT                        00009140
           END-IF                                                       00009150
           MOVE SPACES TO WS-RETURN-CD                                  00009160
           PERFORM 3400-PARSE-ACCOUNT THRU 3400-EXIT                    00009170
           IF NOT WS-ACCT-OK                                            00009180
              MOVE "R04" TO WS-RETURN-CD                                00009190
              GO TO 3300-RETURN                                         00009200
           END-IF                                                       00009210
           MOVE WS-ACCT-NO TO MYFREC-ACCT-NO                            00009220
           READ MYFILE                                                  00009230
           EVALUATE FS-MYFILE                                           00009240
             WHEN "00"                                                  00009250
               CONTINUE                                                 00009260
             WHEN "23"                                                  00009270
               MOVE "R03" TO WS-RETURN-CD                               00009280
               GO TO 3300-RETURN                                        00009290
             WHEN OTHER                                                 00009300
               DISPLAY "I/O ERROR ON MYFILE READ, STATUS: " FS-MYFILE   00009310
                 " TRACE " ACH-ED-TRACE-NO                              00009320
               SET WS-IO-ERROR TO TRUE                                  00009330
               SET WS-EOF TO TRUE                                       00009340
               GO TO 3300-EXIT                                          00009350
           END-EVALUATE                                                 00009360
           EVALUATE TRUE                                                00009370
             WHEN MYFREC-ST-CLOSED OR MYFREC-ST-ESCHEATED               00009380
               MOVE "R02" TO WS-RETURN-CD                               00009390
             WHEN MYFREC-ST-FROZEN                                      00009400
               MOVE "R16" TO WS-RETURN-CD                               00009410
             WHEN MYFREC-CURR-CD NOT = SPACES                           00009420
               AND MYFREC-CURR-CD NOT = WS-BASE-CURR-CD                 00009430
               MOVE "R20" TO WS-RETURN-CD                               00009440
             WHEN OTHER                                                 00009450
               CONTINUE                                                 00009460
           END-EVALUATE                                                 00009470
           IF WS-RETURN-CD NOT = SPACES                                 00009480
              GO TO 3300-RETURN                                         00009490
           END-IF                                                       00009500
           IF ACH-ED-PRENOTE                                            00009510
              ADD 1 TO WS-PRE-COUNT                                     00009520
              GO TO 3300-EXIT                                           00009530
           END-IF                                                       00009540
           IF ACH-ED-DEBIT                                              00009550
              COMPUTE WS-POST-AMT = 0 - ACH-ED-AMOUNT                   00009560
           ELSE                                                         00009570
              MOVE ACH-ED-AMOUNT TO WS-POST-AMT                         00009580
           END-IF                                                       00009590
           MOVE MYFREC-AMOUNT TO WS-BALANCE-AFTER                       00009600
           ADD WS-POST-AMT TO WS-BALANCE-AFTER                          00009610
             ON SIZE ERROR                                              00009620
               MOVE "R20" TO WS-RETURN-CD                               00009630
               GO TO 3300-RETURN                                        00009640
           END-ADD                                                      00009650
           PERFORM 3500-POST-ENTRY THRU 3500-EXIT                       00009660
           GO TO 3300-EXIT.                                             00009670
       3300-RETURN.                                                     00009680
           PERFORM 6100-WRITE-RETURN THRU 6100-EXIT.                    00009690
       3300-EXIT.                                                       00009700
           EXIT.                                                        00009710
                                                                        00009720
       3400-PARSE-ACCOUNT.                                              00009730
           MOVE 'Y' TO WS-ACCT-OK-SW                                    00009740
           MOVE 'N' TO WS-DIGITS-ENDED-SW                               00009750
           MOVE ZEROES TO WS-ACCT-WORK                                  00009760
           MOVE ZEROES TO WS-ACCT-DIGITS                                00009770
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1                      00009780
                    UNTIL WS-ACCT-SUB > 17 OR NOT WS-ACCT-OK            00009790
             MOVE ACH-ED-DFI-ACCT (WS-ACCT-SUB:1) TO WS-ACCT-CHAR       00009800
             EVALUATE TRUE                                              00009810
               WHEN WS-ACCT-CHAR = SPACE                                00009820
                 SET WS-DIGITS-ENDED TO TRUE                            00009830
               WHEN WS-ACCT-CHAR NUMERIC AND NOT WS-DIGITS-ENDED        00009840
                 COMPUTE WS-ACCT-WORK = WS-ACCT-WORK * 10               00009850
                    + WS-ACCT-DIGIT                                     00009860
                 ADD 1 TO WS-ACCT-DIGITS                                00009870
               WHEN OTHER                                               00009880
                 MOVE 'N' TO WS-ACCT-OK-SW                              00009890
             END-EVALUATE                                               00009900
           END-PERFORM                                                  00009910
           IF WS-ACCT-DIGITS = 0                                        00009920
              OR WS-ACCT-WORK = 0                                       00009930
              OR WS-ACCT-WORK > 999999999                               00009940
              MOVE 'N' TO WS-ACCT-OK-SW                                 00009950
           END-IF                                                       00009960
           IF WS-ACCT-OK                                                00009970
              MOVE WS-ACCT-WORK TO WS-ACCT-NO                           00009980
           END-IF.                                                      00009990
       3400-EXIT.                                                       00010000
           EXIT.                                                        00010010
                                                                        00010020
      *> ***************************************************************00010030
      *> POST THE ENTRY UNDER THE NEXT LEDGER SEQUENCE FOR THE ACCOUNT  00010040
      *> AND RUN DATE, THEN MOVE THE HEADER BALANCE WITH IT - THE       00010050
      *> DETAIL FIRST, SO A FAILED WRITE LEAVES THE BALANCE UNTOUCHED   00010060
      *> ***************************************************************00010070
       3500-POST-ENTRY.                                                 00010080
           PERFORM 3550-NEXT-SEQUENCE THRU 3550-EXIT                    00010090
           MOVE SPACES TO MYF-TRAN-RECORD                               00010100
           MOVE WS-ACCT-NO TO MTR-ACCT-NO                               00010110
           MOVE WS-RUN-DATE TO MTR-TRAN-DATE                            00010120
           MOVE WS-NEXT-SEQ-NO TO MTR-SEQ-NO                            00010130
           MOVE WS-BATCH-EFF-DATE TO MTR-EFF-DATE                       00010140
           MOVE WS-POST-AMT TO MTR-AMOUNT                               00010150
           MOVE WS-POST-DESC TO MTR-DESC                                00010160
           MOVE MYFREC-CURR-CD TO MTR-CURR-CD                           00010170
           MOVE WS-BALANCE-AFTER TO MTR-BALANCE-AFTER                   00010180
           MOVE WS-RUN-DATE TO MTR-POST-DATE                            00010190
           MOVE "ACHINTK" TO MTR-POST-PROGRAM                           00010200
           WRITE MYF-TRAN-RECORD                                        00010210
           IF FS-MYF-TRAN-FILE NOT = "00"                               00010220
              DISPLAY "I/O ERROR ON MYF-TRAN-FILE WRITE, STATUS: "      00010230
                FS-MYF-TRAN-FILE " TRACE " ACH-ED-TRACE-NO              00010240
              SET WS-IO-ERROR TO TRUE                                   00010250
              SET WS-EOF TO TRUE                                        00010260
              GO TO 3500-EXIT                                           00010270
           END-IF                                                       00010280
           MOVE WS-BALANCE-AFTER TO MYFREC-AMOUNT                       00010290
           MOVE WS-RUN-DATE TO MYFREC-TRAN-DATE                         00010300
           MOVE WS-BATCH-EFF-DATE TO MYFREC-EFF-DATE                    00010310
           MOVE WS-POST-DESC TO MYFREC-DESC                             00010320
      *> A POSTING IS ACTIVITY ON THE ACCOUNT, SO A DORMANT ONE REOPENS 00010330
           IF MYFREC-ST-DORMANT                                         00010340
              MOVE 'O' TO MYFREC-STATUS                                 00010350
              MOVE WS-RUN-DATE TO MYFREC-STATUS-DATE                    00010360
           END-IF                                                       00010370
           REWRITE MYFILE-RECORDS                                       00010380
           IF FS-MYFILE NOT = "00"                                      00010390
              DISPLAY "I/O ERROR ON MYFILE REWRITE, STATUS: " FS-MYFILE 00010400
                " TRACE " ACH-ED-TRACE-NO                               00010410
              SET WS-IO-ERROR TO TRUE                                   00010420
              SET WS-EOF TO TRUE                                        00010430
              GO TO 3500-EXIT                                           00010440
           END-IF                                                       00010450
           ADD 1 TO WS-PST-COUNT                                        00010460
           IF ACH-ED-DEBIT                                              00010470
              ADD ACH-ED-AMOUNT TO WS-PST-DEBIT                         00010480
           ELSE                                                         00010490
              ADD ACH-ED-AMOUNT TO WS-PST-CREDIT                        00010500
           END-IF                                                       00010510
           PERFORM 3600-WRITE-DELTA THRU 3600-EXIT.                     00010520
       3500-EXIT.                                                       00010530
           EXIT.                                                        00010540
                                                                        00010550
       3550-NEXT-SEQUENCE.                                              00010560
           MOVE ZEROES TO WS-NEXT-SEQ-NO                                00010570
           MOVE 'N' TO WS-SEQ-EOF-SW                                    00010580
           MOVE WS-ACCT-NO TO MTR-ACCT-NO                               00010590
           MOVE WS-RUN-DATE TO MTR-TRAN-DATE                            00010600
           MOVE ZEROES TO MTR-SEQ-NO                                    00010610
           START MYF-TRAN-FILE KEY IS NOT < MTR-KEY                     00010620
           IF FS-MYF-TRAN-FILE NOT = "00"                               00010630
              SET WS-SEQ-EOF TO TRUE                                    00010640
           END-IF                                                       00010650
           PERFORM UNTIL WS-SEQ-EOF                                     00010660
             READ MYF-TRAN-FILE NEXT                                    00010670
             IF FS-MYF-TRAN-FILE NOT = "00"                             00010680
                OR MTR-ACCT-NO NOT = WS-ACCT-NO                         00010690
                OR MTR-TRAN-DATE NOT = WS-RUN-DATE                      00010700
                SET WS-SEQ-EOF TO TRUE                                  00010710
             ELSE                                                       00010720
                MOVE MTR-SEQ-NO TO WS-NEXT-SEQ-NO                       00010730
             END-IF                                                     00010740
           END-PERFORM                                                  00010750
           ADD 1 TO WS-NEXT-SEQ-NO.                                     00010760
       3550-EXIT.                                                       00010770
           EXIT.                                                        00010780
                                                                        00010790
       3600-WRITE-DELTA.                                                00010800
           MOVE SPACES TO DELTA-CAPTURE-RECORD                          00010810
           MOVE WS-ACCT-NO TO DLT-ACCT-NO                               00010820
           SET DLT-ACTION-POST TO TRUE                                  00010830
           MOVE WS-RUN-DATE TO DLT-DATE                                 00010840
           ACCEPT DLT-TIME FROM TIME                                    00010850
           MOVE "ACHINTK" TO DLT-PROGRAM-ID                             00010860
           WRITE DELTA-CAPTURE-RECORD                                   00010870
           IF FS-DELTA-FILE NOT = "00"                                  00010880
              DISPLAY "WRITE FAILED, DELTA-FILE STATUS: " FS-DELTA-FILE 00010890
           END-IF.                                                      00010900
       3600-EXIT.                                                       00010910
           EXIT.                                                        00010920
                                                                        00010930
       3900-WRITE-HISTORY.                                              00010940
           OPEN EXTEND ACH-HIST-FILE                                    00010950
           IF FS-ACH-HIST-FILE = "35"                                   00010960
              OPEN OUTPUT ACH-HIST-FILE                                 00010970
           END-IF                                                       00010980
           IF FS-ACH-HIST-FILE NOT = "00"                               00010990
              MOVE "OPEN FAILED ON ACH-HIST-FILE" TO WS-ABEND-MESSAGE   00011000
              GO TO 9999-ABEND                                          00011010
           END-IF                                                       00011020
           MOVE SPACES TO ACH-HIST-RECORD                               00011030
           MOVE WS-FILE-ID TO AHS-FILE-ID                               00011040
           MOVE WS-RUN-DATE TO AHS-RUN-DATE                             00011050
           MOVE WS-RCV-COUNT TO AHS-ENTRY-COUNT                         00011060
           MOVE WS-PST-COUNT TO AHS-POSTED-COUNT                        00011070
           MOVE WS-RTN-COUNT TO AHS-RETURNED-COUNT                      00011080
           WRITE ACH-HIST-RECORD                                        00011090
           IF FS-ACH-HIST-FILE NOT = "00"                               00011100
              DISPLAY "WRITE FAILED, ACH-HIST-FILE STATUS: "            00011110
                FS-ACH-HIST-FILE                                        00011120
              SET WS-IO-ERROR TO TRUE                                   00011130
           END-IF                                                       00011140
           CLOSE ACH-HIST-FILE.                                         00011150
       3900-EXIT.                                                       00011160
           EXIT.                                                        00011170
                                                                        00011180
      *> ***************************************************************00011190
      *> THE RETURN FILE GOES BACK TO THE INBOUND FILE'S ORIGIN: THE    00011200
      *> HEADER IS THE INBOUND ONE WITH DESTINATION AND ORIGIN SWAPPED  00011210
      *> AND TODAY'S CREATION STAMP.  IT IS ONLY WRITTEN WHEN THE       00011220
      *> FIRST RETURN IS                                                00011230
      *> ***************************************************************00011240
       6000-SET-RETURN-HEADER.                                          00011250
           MOVE ACH-FH-DEST TO WS-OUR-DEST                              00011260
           MOVE ACH-FILE-HEADER TO RET-FILE-HEADER                      00011270
           MOVE ACH-FH-ORIGIN TO RET-FH-DEST                            00011280
           MOVE ACH-FH-DEST TO RET-FH-ORIGIN                            00011290
           MOVE ACH-FH-ORIGIN-NAME TO RET-FH-DEST-NAME                  00011300
           MOVE ACH-FH-DEST-NAME TO RET-FH-ORIGIN-NAME                  00011310
           MOVE WS-RUN-YYMMDD TO RET-FH-CREATE-DATE                     00011320
           ACCEPT WS-TIME-NOW FROM TIME                                 00011330
           MOVE WS-TIME-HHMM TO RET-FH-CREATE-TIME                      00011340
           MOVE 'A' TO RET-FH-FILE-ID-MOD                               00011350
           MOVE SPACES TO RET-FH-REFERENCE                              00011360
           MOVE WS-OUR-RDFI TO WS-RET-TRACE-RDFI                        00011370
           MOVE ZEROES TO WS-RET-TRACE-SEQ.                             00011380
       6000-EXIT.                                                       00011390
           EXIT.                                                        00011400
                                                                        00011410
      *> ***************************************************************00011420
      *> WRITE ONE RETURN: THE ORIGINAL ENTRY TURNED ROUND TO THE       00011430
      *> ORIGINATING BANK UNDER THE RETURN TRANSACTION CODE, AND ITS    00011440
      *> 99 ADDENDA CARRYING THE REASON AND THE ORIGINAL TRACE          00011450
      *> ***************************************************************00011460
       6100-WRITE-RETURN.                                               00011470
           IF NOT WS-RET-FILE-STARTED                                   00011480
              PERFORM 6200-START-RETURN-FILE THRU 6200-EXIT             00011490
           END-IF                                                       00011500
           IF NOT WS-RET-BATCH-OPEN                                     00011510
              PERFORM 6250-START-RETURN-BATCH THRU 6250-EXIT            00011520
           END-IF                                                       00011530
           PERFORM 6400-RETURN-REASON-TEXT THRU 6400-EXIT               00011540
           ADD 1 TO WS-RET-TRACE-SEQ                                    00011550
           MOVE ACH-ENTRY-DETAIL TO RET-ENTRY-DETAIL                    00011560
           EVALUATE ACH-ED-TRAN-CODE                                    00011570
             WHEN '22'                                                  00011580
             WHEN '23'                                                  00011590
               MOVE '21' TO RET-ED-TRAN-CODE                            00011600
             WHEN '27'                                                  00011610
             WHEN '28'                                                  00011620
               MOVE '26' TO RET-ED-TRAN-CODE                            00011630
             WHEN '32'                                                  00011640
             WHEN '33'                                                  00011650
               MOVE '31' TO RET-ED-TRAN-CODE                            00011660
             WHEN OTHER                                                 00011670
               MOVE '36' TO RET-ED-TRAN-CODE                            00011680
           END-EVALUATE                                                 00011690
           MOVE WS-ORIG-ODFI TO RET-ED-RDFI-ID                          00011700
           MOVE WS-ORIG-ODFI TO WS-ROUTE-WORK                           00011710
           PERFORM 6600-CHECK-DIGIT THRU 6600-EXIT                      00011720
           MOVE WS-CHECK-DIGIT TO RET-ED-CHECK-DIGIT                    00011730
           MOVE '1' TO RET-ED-ADDENDA-IND                               00011740
           MOVE WS-RET-TRACE TO RET-ED-TRACE-NO                         00011750
           WRITE ACH-RETURN-OUT FROM RET-ENTRY-DETAIL                   00011760
           MOVE SPACES TO RET-RECORD                                    00011770
           MOVE '7' TO RET-RECORD-TYPE                                  00011780
           MOVE RET-RECORD TO RET-RETURN-ADDENDA                        00011790
           MOVE '99' TO RET-RA-TYPE-CD                                  00011800
           MOVE WS-RETURN-CD TO RET-RA-RETURN-CD                        00011810
           MOVE ACH-ED-TRACE-NO TO RET-RA-ORIG-TRACE                    00011820
           MOVE ACH-ED-RDFI-ID TO RET-RA-ORIG-RDFI                      00011830
           MOVE WS-RET-TRACE TO RET-RA-TRACE-NO                         00011840
           WRITE ACH-RETURN-OUT FROM RET-RETURN-ADDENDA                 00011850
           IF FS-ACH-RETURN-FILE NOT = "00"                             00011860
              DISPLAY "WRITE FAILED, ACH-RETURN-FILE STATUS: "          00011870
                FS-ACH-RETURN-FILE                                      00011880
              SET WS-IO-ERROR TO TRUE                                   00011890
              SET WS-EOF TO TRUE                                        00011900
           END-IF                                                       00011910
           ADD 2 TO WS-RET-RECORDS                                      00011920
           ADD 2 TO WS-RB-ENTRY-COUNT                                   00011930
           ADD WS-ROUTE-WORK TO WS-RB-HASH-SUM                          00011940
           IF RET-ED-TRAN-CODE = '26' OR RET-ED-TRAN-CODE = '36'        00011950
              ADD ACH-ED-AMOUNT TO WS-RB-DEBIT                          00011960
              ADD ACH-ED-AMOUNT TO WS-RTN-DEBIT                         00011970
           ELSE                                                         00011980
              ADD ACH-ED-AMOUNT TO WS-RB-CREDIT                         00011990
              ADD ACH-ED-AMOUNT TO WS-RTN-CREDIT                        00012000
           END-IF                                                       00012010
           ADD 1 TO WS-RTN-COUNT                                        00012020
           SET RC-WARNING TO TRUE                                       00012030
                                                                        00012040
           MOVE ACH-ED-TRACE-NO TO DTL-TRACE-NO                         00012050
           MOVE ACH-ED-TRAN-CODE TO DTL-TRAN-CODE                       00012060
           MOVE ACH-ED-DFI-ACCT TO DTL-DFI-ACCT                         00012070
           MOVE ACH-ED-AMOUNT TO DTL-AMOUNT                             00012080
           MOVE ACH-ED-INDIV-NAME TO DTL-INDIV-NAME                     00012090
           MOVE WS-RETURN-CD TO DTL-RETURN-CD                           00012100
           MOVE WS-RETURN-TXT TO DTL-RETURN-TXT                         00012110
           WRITE ACH-RPT-LINE FROM WS-DTL-LINE                          00012120
           MOVE "ACH RETURN  " TO ALOG-ACTION                           00012130
           MOVE SPACES TO ALOG-DETAIL                                   00012140
           STRING WS-RETURN-CD " " ACH-ED-TRACE-NO " "                  00012150
              ACH-ED-DFI-ACCT                                           00012160
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00012170
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00012180
       6100-EXIT.                                                       00012190
           EXIT.                                                        00012200
                                                                        00012210
       6200-START-RETURN-FILE.                                          00012220
           WRITE ACH-RETURN-OUT FROM RET-FILE-HEADER                    00012230
           ADD 1 TO WS-RET-RECORDS                                      00012240
           SET WS-RET-FILE-STARTED TO TRUE.                             00012250
       6200-EXIT.                                                       00012260
           EXIT.                                                        00012270
                                                                        00012280
      *> ***************************************************************00012290
      *> ONE RETURN BATCH PER INBOUND BATCH THAT HAD A RETURN, UNDER    00012300
      *> THE ORIGINAL COMPANY, WITH US AS THE ORIGINATING BANK          00012310
      *> ***************************************************************00012320
       6250-START-RETURN-BATCH.                                         00012330
           ADD 1 TO WS-RET-BATCH-COUNT                                  00012340
           MOVE WS-RUN-YYMMDD TO RET-BH-EFF-DATE                        00012350
           MOVE SPACES TO RET-BH-SETTLE-DATE                            00012360
           MOVE '1' TO RET-BH-ORIG-STATUS                               00012370
           MOVE WS-OUR-RDFI TO RET-BH-ODFI-ID                           00012380
           MOVE WS-RET-BATCH-COUNT TO RET-BH-BATCH-NO                   00012390
           WRITE ACH-RETURN-OUT FROM RET-BATCH-HEADER                   00012400
           ADD 1 TO WS-RET-RECORDS                                      00012410
           MOVE ZEROES TO WS-RB-ENTRY-COUNT                             00012420
           MOVE ZEROES TO WS-RB-HASH-SUM                                00012430
           MOVE ZEROES TO WS-RB-DEBIT                                   00012440
           MOVE ZEROES TO WS-RB-CREDIT                                  00012450
           SET WS-RET-BATCH-OPEN TO TRUE.                               00012460
       6250-EXIT.                                                       00012470
           EXIT.                                                        00012480
                                                                        00012490
       6300-END-RETURN-BATCH.                                           00012500
           MOVE SPACES TO RET-RECORD                                    00012510
           MOVE '8' TO RET-RECORD-TYPE                                  00012520
           MOVE RET-RECORD TO RET-BATCH-CONTROL                         00012530
           MOVE RET-BH-SERVICE-CLASS TO RET-BC-SERVICE-CLASS            00012540
           MOVE WS-RB-ENTRY-COUNT TO RET-BC-ENTRY-COUNT                 00012550
           MOVE WS-RB-HASH-SUM TO RET-BC-ENTRY-HASH                     00012560
           MOVE WS-RB-DEBIT TO RET-BC-TOTAL-DEBIT                       00012570
           MOVE WS-RB-CREDIT TO RET-BC-TOTAL-CREDIT                     00012580
           MOVE RET-BH-COMPANY-ID TO RET-BC-COMPANY-ID                  00012590
           MOVE WS-OUR-RDFI TO RET-BC-ODFI-ID                           00012600
           MOVE RET-BH-BATCH-NO TO RET-BC-BATCH-NO                      00012610
           WRITE ACH-RETURN-OUT FROM RET-BATCH-CONTROL                  00012620
           ADD 1 TO WS-RET-RECORDS                                      00012630
           ADD WS-RB-ENTRY-COUNT TO WS-RF-ENTRY-COUNT                   00012640
           ADD RET-BC-ENTRY-HASH TO WS-RF-HASH-SUM                      00012650
           ADD WS-RB-DEBIT TO WS-RF-DEBIT                               00012660
           ADD WS-RB-CREDIT TO WS-RF-CREDIT                             00012670
           MOVE 'N' TO WS-RET-BATCH-OPEN-SW.                            00012680
       6300-EXIT.                                                       00012690
           EXIT.                                                        00012700
                                                                        00012710
       6400-RETURN-REASON-TEXT.                                         00012720
           EVALUATE WS-RETURN-CD                                        00012730
             WHEN "R02"                                                 00012740
               MOVE "ACCOUNT CLOSED" TO WS-RETURN-TXT                   00012750
             WHEN "R03"                                                 00012760
               MOVE "NO ACCOUNT/UNABLE TO LOCATE ACCOUNT" TO            00012770
                  WS-RETURN-TXT                                         00012780
             WHEN "R04"                                                 00012790
               MOVE "INVALID ACCOUNT NUMBER" TO WS-RETURN-TXT           00012800
             WHEN "R16"                                                 00012810
               MOVE "ACCOUNT FROZEN" TO WS-RETURN-TXT                   00012820
             WHEN "R20"                                                 00012830
               MOVE "NON-TRANSACTION ACCOUNT" TO WS-RETURN-TXT          00012840
             WHEN OTHER                                                 00012850
               MOVE SPACES TO WS-RETURN-TXT                             00012860
           END-EVALUATE.                                                00012870
       6400-EXIT.                                                       00012880
           EXIT.                                                        00012890
                                                                        00012900
      *> ***************************************************************00012910
      *> FILE CONTROL, THEN ALL-NINES PADDING TO A FULL BLOCK OF TEN    00012920
      *> ***************************************************************00012930
       6500-END-RETURN-FILE.                                            00012940
           IF WS-RET-BATCH-OPEN                                         00012950
              PERFORM 6300-END-RETURN-BATCH THRU 6300-EXIT              00012960
           END-IF                                                       00012970
           ADD 1 TO WS-RET-RECORDS                                      00012980
           DIVIDE WS-RET-RECORDS BY 10 GIVING WS-BLOCK-QUOT             00012990
              REMAINDER WS-BLOCK-REM                                    00013000
           IF WS-BLOCK-REM > 0                                          00013010
              ADD 1 TO WS-BLOCK-QUOT                                    00013020
              COMPUTE WS-RET-PAD-COUNT = 10 - WS-BLOCK-REM              00013030
           ELSE                                                         00013040
              MOVE ZEROES TO WS-RET-PAD-COUNT                           00013050
           END-IF                                                       00013060
           MOVE SPACES TO RET-RECORD                                    00013070
           MOVE '9' TO RET-RECORD-TYPE                                  00013080
           MOVE RET-RECORD TO RET-FILE-CONTROL                          00013090
           MOVE WS-RET-BATCH-COUNT TO RET-FC-BATCH-COUNT                00013100
           MOVE WS-BLOCK-QUOT TO RET-FC-BLOCK-COUNT                     00013110
           MOVE WS-RF-ENTRY-COUNT TO RET-FC-ENTRY-COUNT                 00013120
           MOVE WS-RF-HASH-SUM TO RET-FC-ENTRY-HASH                     00013130
           MOVE WS-RF-DEBIT TO RET-FC-TOTAL-DEBIT                       00013140
           MOVE WS-RF-CREDIT TO RET-FC-TOTAL-CREDIT                     00013150
           WRITE ACH-RETURN-OUT FROM RET-FILE-CONTROL                   00013160
           MOVE ALL '9' TO RET-RECORD                                   00013170
           PERFORM WS-RET-PAD-COUNT TIMES                               00013180
             WRITE ACH-RETURN-OUT FROM RET-RECORD                       00013190
           END-PERFORM.                                                 00013200
       6500-EXIT.                                                       00013210
           EXIT.                                                        00013220
                                                                        00013230
      *> ***************************************************************00013240
      *> ROUTING CHECK DIGIT: WEIGHTS 3 7 1 ACROSS THE EIGHT DIGITS,    00013250
      *> THE DIGIT THAT TAKES THE SUM TO THE NEXT MULTIPLE OF TEN       00013260
      *> ***************************************************************00013270
       6600-CHECK-DIGIT.                                                00013280
           COMPUTE WS-CHECK-SUM =                                       00013290
                3 * WS-ROUTE-DIGIT (1) + 7 * WS-ROUTE-DIGIT (2)         00013300
              +     WS-ROUTE-DIGIT (3) + 3 * WS-ROUTE-DIGIT (4)         00013310
              + 7 * WS-ROUTE-DIGIT (5) +     WS-ROUTE-DIGIT (6)         00013320
              + 3 * WS-ROUTE-DIGIT (7) + 7 * WS-ROUTE-DIGIT (8)         00013330
           DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOT               00013340
              REMAINDER WS-CHECK-REM                                    00013350
           IF WS-CHECK-REM = 0                                          00013360
              MOVE 0 TO WS-CHECK-DIGIT                                  00013370
           ELSE                                                         00013380
              COMPUTE WS-CHECK-DIGIT = 10 - WS-CHECK-REM                00013390
           END-IF.                                                      00013400
       6600-EXIT.                                                       00013410
           EXIT.                                                        00013420
                                                                        00013430
      *> ***************************************************************00013440
      *> THE INTAKE PROOF: RECEIVED MUST EQUAL POSTED PLUS PRENOTES     00013450
      *> PLUS RETURNED, IN COUNT AND ON EACH SIDE                       00013460
      *> ***************************************************************00013470
       8000-WRITE-PROOF.                                                00013480
           WRITE ACH-RPT-LINE FROM WS-PROOF-HDR                         00013490
           MOVE 'RECEIVED' TO PRF-LABEL                                 00013500
           MOVE WS-RCV-COUNT TO PRF-COUNT                               00013510
           MOVE WS-RCV-DEBIT TO PRF-DEBIT                               00013520
           MOVE WS-RCV-CREDIT TO PRF-CREDIT                             00013530
           WRITE ACH-RPT-LINE FROM WS-PROOF-LINE                        00013540
           MOVE 'POSTED' TO PRF-LABEL                                   00013550
           MOVE WS-PST-COUNT TO PRF-COUNT                               00013560
           MOVE WS-PST-DEBIT TO PRF-DEBIT                               00013570
           MOVE WS-PST-CREDIT TO PRF-CREDIT                             00013580
           WRITE ACH-RPT-LINE FROM WS-PROOF-LINE                        00013590
           MOVE 'PRENOTES ACCEPTED' TO PRF-LABEL                        00013600
           MOVE WS-PRE-COUNT TO PRF-COUNT                               00013610
           MOVE ZEROES TO PRF-DEBIT                                     00013620
           MOVE ZEROES TO PRF-CREDIT                                    00013630
           WRITE ACH-RPT-LINE FROM WS-PROOF-LINE                        00013640
           MOVE 'RETURNED' TO PRF-LABEL                                 00013650
           MOVE WS-RTN-COUNT TO PRF-COUNT                               00013660
           MOVE WS-RTN-DEBIT TO PRF-DEBIT                               00013670
           MOVE WS-RTN-CREDIT TO PRF-CREDIT                             00013680
           WRITE ACH-RPT-LINE FROM WS-PROOF-LINE                        00013690
           COMPUTE WS-PROOF-COUNT = WS-PST-COUNT + WS-PRE-COUNT         00013700
              + WS-RTN-COUNT                                            00013710
           COMPUTE WS-PROOF-DEBIT = WS-PST-DEBIT + WS-RTN-DEBIT         00013720
           COMPUTE WS-PROOF-CREDIT = WS-PST-CREDIT + WS-RTN-CREDIT      00013730
           IF WS-PROOF-COUNT = WS-RCV-COUNT                             00013740
              AND WS-PROOF-DEBIT = WS-RCV-DEBIT                         00013750
              AND WS-PROOF-CREDIT = WS-RCV-CREDIT                       00013760
              MOVE 'INTAKE IN BALANCE' TO PRR-TEXT                      00013770
              MOVE "ACH POSTED  " TO ALOG-ACTION                        00013780
           ELSE                                                         00013790
              MOVE '*** INTAKE OUT OF BALANCE ***' TO PRR-TEXT          00013800
              MOVE "ACH UNPROVED" TO ALOG-ACTION                        00013810
              SET RC-ERROR TO TRUE                                      00013820
           END-IF                                                       00013830
           WRITE ACH-RPT-LINE FROM WS-PROOF-RESULT                      00013840
           MOVE SPACES TO ALOG-DETAIL                                   00013850
           STRING WS-FID-ORIGIN " " WS-FID-CREATE-DATE                  00013860
              WS-FID-CREATE-TIME WS-FID-FILE-ID-MOD " P"                00013870
              WS-PST-COUNT " R" WS-RTN-COUNT                            00013880
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00013890
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00013900
       8000-EXIT.                                                       00013910
           EXIT.                                                        00013920
                                                                        00013930
       9000-TERMINATE.                                                  00013940
           DISPLAY "===== ACHINTK RUN SUMMARY ====="                    00013950
           DISPLAY "RUN DATE             : " WS-RUN-DATE                00013960
           DISPLAY "PHYSICAL RECORDS     : " WS-PHYS-RECORDS            00013970
           IF WS-FILE-OK                                                00013980
              DISPLAY "ENTRIES RECEIVED     : " WS-RCV-COUNT            00013990
              DISPLAY "ENTRIES POSTED       : " WS-PST-COUNT            00014000
              DISPLAY "PRENOTES ACCEPTED    : " WS-PRE-COUNT            00014010
              DISPLAY "ENTRIES RETURNED     : " WS-RTN-COUNT            00014020
           ELSE                                                         00014030
              DISPLAY "FILE REJECTED        : " WS-REJECT-CD            00014040
           END-IF                                                       00014050
           CLOSE ACH-RPT-FILE                                           00014060
           CLOSE ACH-RETURN-FILE                                        00014070
           CLOSE AUDIT-LOG-FILE.                                        00014080
       9000-EXIT.                                                       00014090
           EXIT.                                                        00014100
                                                                        00014110
       COPY AUDITOPN.                                                   00014120
       COPY AUDITWRT.                                                   00014130
       COPY AUDITCHP.                                                   00014140
                                                                        00014150
       COPY RSNLOAD.                                                    00014160
                                                                        00014170
       COPY ABENDPAR.                                                   00014180
       COPY PROCDPAR.                                                   00014190
