       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. RPTCAP.                                              00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * NIGHTLY REPORT REPOSITORY CAPTURE AND RETENTION.         *      00000090
      * PARM='CAPTURE,RPTID' READS ONE REPORT'S SPOOL DATASET    *      00000100
      * (RPTIN, THE PRINT FILE ITS PROGRAM WROTE TONIGHT),       *      00000110
      * PRINTS IT TO RPTPRT SO THE PAPER COPY STILL COMES OUT,   *      00000120
      * AND FILES EVERY LINE ON THE RPTREPO KSDS UNDER THE       *      00000130
      * REPORT ID, TONIGHT'S DATE, PAGE AND LINE - A NEW PAGE    *      00000140
      * AT EACH SKIP-TO-CHANNEL-1 OR EVERY 60 LINES - WITH THE   *      00000150
      * RUN'S INDEX RECORD LAST.  A RERUN REPLACES THE NIGHT'S   *      00000160
      * EARLIER CAPTURE.  THE SPOOL IS EMPTIED ONCE CAPTURED.    *      00000170
      * A REPORT NOT ON THE RPTCAT CATALOG IS PRINTED BUT NOT    *      00000180
      * KEPT, AND ENDS THE STEP RC=4.                            *      00000190
      * PARM='PURGE' WALKS THE REPOSITORY RUN BY RUN: A RUN      *      00000200
      * OLDER THAN ITS REPORT'S RETENTION DAYS IS DELETED, A     *      00000210
      * KEPT RUN TAKES UP ANY CHANGE TO ITS CATALOG CARD.  A     *      00000220
      * RUN WHOSE REPORT HAS LEFT THE CATALOG KEEPS THE DAYS ITS *      00000230
      * INDEX RECORD CARRIES.  EVERY CAPTURE AND PURGE IS        *      00000240
      * AUDITED.                                                 *      00000250
      * ********************************************************        00000260
       ENVIRONMENT DIVISION.                                            00000270
       INPUT-OUTPUT SECTION.                                            00000280
       FILE-CONTROL.                                                    00000290
           SELECT REPORT-REPO-FILE                                      00000300
           ASSIGN TO RPTREPO                                            00000310
           ORGANIZATION IS INDEXED                                      00000320
           ACCESS MODE IS DYNAMIC                                       00000330
           RECORD KEY IS RPR-KEY                                        00000340
           FILE STATUS IS FS-REPORT-REPO-FILE.                          00000350
           SELECT REPORT-CATALOG-FILE                                   00000360
           ASSIGN TO RPTCAT                                             00000370
           ORGANIZATION IS SEQUENTIAL                                   00000380
           FILE STATUS IS FS-REPORT-CATALOG-FILE.                       00000390
           SELECT REPORT-SPOOL-FILE                                     00000400
           ASSIGN TO RPTIN                                              00000410
           ORGANIZATION IS SEQUENTIAL                                   00000420
           FILE STATUS IS FS-REPORT-SPOOL-FILE.                         00000430
           SELECT REPORT-PRINT-FILE                                     00000440
           ASSIGN TO RPTPRT                                             00000450
           ORGANIZATION IS SEQUENTIAL                                   00000460
           FILE STATUS IS FS-REPORT-PRINT-FILE.                         00000470
           SELECT AUDIT-LOG-FILE                                        00000480
           ASSIGN TO AUDITLOG                                           00000490
           ORGANIZATION IS SEQUENTIAL                                   00000500
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000510
           SELECT PROC-DATE-FILE                                        00000520
           ASSIGN TO PROCDATE                                           00000530
           ORGANIZATION IS SEQUENTIAL                                   00000540
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000550
       DATA DIVISION.                                                   00000560
       FILE SECTION.                                                    00000570
       FD REPORT-REPO-FILE.                                             00000580
       COPY RPTREPO.                                                    00000590
                                                                        00000600
       FD REPORT-CATALOG-FILE.                                          00000610
       COPY RPTCAT.                                                     00000620
                                                                        00000630
       FD REPORT-SPOOL-FILE.                                            00000640
       01 SPOOL-LINE.                                                   00000650
           05 SPL-CARRIAGE          PIC X(01).                          00000660
           05 SPL-TEXT              PIC X(132).                         00000670
                                                                        00000680
       FD REPORT-PRINT-FILE.                                            00000690
       01 PRINT-LINE                PIC X(133).                         00000700
                                                                        00000710
       FD AUDIT-LOG-FILE.                                               00000720
       COPY AUDITLOG.                                                   00000730
                                                                        00000740
       FD PROC-DATE-FILE.                                               00000750
       COPY PROCDREC.                                                   00000760
                                                                        00000770
       WORKING-STORAGE SECTION.                                         00000780
       01 FS-REPORT-REPO-FILE PIC XX.                                   00000790
       01 FS-REPORT-CATALOG-FILE PIC XX.                                00000800
       01 FS-REPORT-SPOOL-FILE PIC XX.                                  00000810
       01 FS-REPORT-PRINT-FILE PIC XX.                                  00000820
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00000830
                                                                        00000840
       01 WS-CATALOG-EOF-SW PIC X(01) VALUE 'N'.                        00000850
           88 WS-CATALOG-EOF VALUE 'Y'.                                 00000860
       01 WS-SPOOL-EOF-SW PIC X(01) VALUE 'N'.                          00000870
           88 WS-SPOOL-EOF VALUE 'Y'.                                   00000880
       01 WS-REPO-EOF-SW PIC X(01) VALUE 'N'.                           00000890
           88 WS-REPO-EOF VALUE 'Y'.                                    00000900
       01 WS-GROUP-END-SW PIC X(01) VALUE 'N'.                          00000910
           88 WS-GROUP-END VALUE 'Y'.                                   00000920
       01 WS-KEEP-SW PIC X(01) VALUE 'N'.                               00000930
           88 WS-KEEP-REPORT VALUE 'Y'.                                 00000940
                                                                        00000950
      *> PARM='CAPTURE,RPTID' OR PARM='PURGE'                           00000960
       01 WS-PARM-FUNCTION PIC X(08) VALUE SPACES.                      00000970
           88 WS-PARM-CAPTURE VALUE 'CAPTURE'.                          00000980
           88 WS-PARM-PURGE VALUE 'PURGE'.                              00000990
       01 WS-PARM-REPORT-ID PIC X(08) VALUE SPACES.                     00001000
                                                                        00001010
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001020
       01 WS-RUN-DAYNUM PIC 9(07) VALUE ZEROES.                         00001030
       01 WS-KEPT-DAYNUM PIC 9(07) VALUE ZEROES.                        00001040
       01 WS-DAYS-KEPT PIC S9(07) VALUE ZEROES.                         00001050
       01 WS-RETAIN-DAYS PIC 9(04) VALUE ZEROES.                        00001060
                                                                        00001070
      *> A REPORT PAGE IS WHAT THE PROGRAM SKIPPED TO CHANNEL 1 FOR,    00001080
      *> OR 60 LINES OF IT WHEN IT PRINTS ON WITHOUT A SKIP             00001090
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 60.                         00001100
       01 WS-PAGE-NO PIC 9(05) VALUE ZEROES.                            00001110
       01 WS-LINE-NO PIC 9(03) VALUE ZEROES.                            00001120
                                                                        00001130
      *> THE RUN THE PURGE PASS IS ON                                   00001140
       01 WS-HOLD-REPORT-ID PIC X(08) VALUE SPACES.                     00001150
       01 WS-HOLD-RUN-DATE PIC 9(08) VALUE ZEROES.                      00001160
                                                                        00001170
      *> ***************************************************************00001180
      *> THE REPORT CATALOG: WHAT IS KEPT, FOR HOW LONG, AND WHICH      00001190
      *> MAIN-MENU FUNCTION RIGHT MAY VIEW IT                           00001200
      *> ***************************************************************00001210
       01 WS-CAT-TABLE.                                                 00001220
           05 WS-CAT-ENTRY OCCURS 200 TIMES.                            00001230
               10 TBL-CAT-REPORT-ID     PIC X(08).                      00001240
               10 TBL-CAT-DESC          PIC X(30).                      00001250
               10 TBL-CAT-RETAIN-DAYS   PIC 9(04).                      00001260
               10 TBL-CAT-FUNCTION      PIC X(01).                      00001270
       01 WS-CAT-COUNT PIC 9(03) VALUE ZEROES.                          00001280
       01 WS-CAT-MAX PIC 9(03) VALUE 200.                               00001290
       01 WS-CAT-SUB PIC 9(03) VALUE ZEROES.                            00001300
       01 WS-CAT-HIT PIC 9(03) VALUE ZEROES.                            00001310
       01 WS-CAT-WANTED PIC X(08) VALUE SPACES.                         00001320
                                                                        00001330
       01 WS-LINES-READ PIC 9(07) VALUE ZEROES.                         00001340
       01 WS-LINES-KEPT PIC 9(07) VALUE ZEROES.                         00001350
       01 WS-LINES-REPLACED PIC 9(07) VALUE ZEROES.                     00001360
       01 WS-RUNS-READ PIC 9(07) VALUE ZEROES.                          00001370
       01 WS-RUNS-KEPT PIC 9(07) VALUE ZEROES.                          00001380
       01 WS-RUNS-PURGED PIC 9(07) VALUE ZEROES.                        00001390
       01 WS-RUNS-RECATALOGUED PIC 9(07) VALUE ZEROES.                  00001400
       01 WS-LINES-PURGED PIC 9(07) VALUE ZEROES.                       00001410
                                                                        00001420
       COPY ABENDCPY.                                                   00001430
       COPY AUDITCHN.                                                   00001440
       COPY PROCDCPY.                                                   00001450
                                                                        00001460
      *> ***************************************************************00001470
      *> DAY-NUMBER CONVERSION WORK AREAS FOR A RUN'S AGE, THE SAME     00001480
      *> SERIAL-DAY ARITHMETIC THE CASE AGING USES                      00001490
      *> ***************************************************************00001500
       01 WS-DN-DATE PIC 9(08).                                         00001510
       01 WS-DN-DATE-GROUP REDEFINES WS-DN-DATE.                        00001520
           05 WS-DN-YYYY PIC 9(04).                                     00001530
           05 WS-DN-MM PIC 9(02).                                       00001540
           05 WS-DN-DD PIC 9(02).                                       00001550
       01 WS-DN-RESULT PIC 9(07).                                       00001560
       01 WS-DN-PRIOR-YEARS PIC 9(04).                                  00001570
       01 WS-DN-LEAPS-4 PIC 9(04).                                      00001580
       01 WS-DN-LEAPS-100 PIC 9(04).                                    00001590
       01 WS-DN-LEAPS-400 PIC 9(04).                                    00001600
       01 WS-DN-LEAP-QUOT PIC 9(04).                                    00001610
       01 WS-DN-LEAP-REM PIC 9(04).                                     00001620
       01 WS-DN-LEAP-SW PIC X(01) VALUE 'N'.                            00001630
           88 WS-DN-LEAP-YEAR VALUE 'Y'.                                00001640
       01 CUM-DAYS-INIT.                                                00001650
           05 FILLER PIC 9(03) VALUE 000.                               00001660
           05 FILLER PIC 9(03) VALUE 031.                               00001670
           05 FILLER PIC 9(03) VALUE 059.                               00001680
           05 FILLER PIC 9(03) VALUE 090.                               00001690
           05 FILLER PIC 9(03) VALUE 120.                               00001700
           05 FILLER PIC 9(03) VALUE 151.                               00001710
           05 FILLER PIC 9(03) VALUE 181.                               00001720
           05 FILLER PIC 9(03) VALUE 212.                               00001730
           05 FILLER PIC 9(03) VALUE 243.                               00001740
           05 FILLER PIC 9(03) VALUE 273.                               00001750
           05 FILLER PIC 9(03) VALUE 304.                               00001760
           05 FILLER PIC 9(03) VALUE 334.                               00001770
       01 CUM-DAYS REDEFINES CUM-DAYS-INIT.                             00001780
           05 CUM-DAYS-TO-MONTH OCCURS 12 TIMES PIC 9(03).              00001790
                                                                        00001800
       LINKAGE SECTION.                                                 00001810
       01 PARM-AREA.                                                    00001820
           05 PARM-LENGTH PIC S9(04) COMP.                              00001830
           05 PARM-TEXT PIC X(100).                                     00001840
                                                                        00001850
       PROCEDURE DIVISION USING PARM-AREA.                              00001860
       0000-MAIN.                                                       00001870
           IF PARM-LENGTH = 0                                           00001880
              MOVE "RPTCAP NEEDS A PARM" TO WS-ABEND-MESSAGE            00001890
              GO TO 9999-ABEND                                          00001900
           END-IF                                                       00001910
           UNSTRING PARM-TEXT (1:PARM-LENGTH) DELIMITED BY ','          00001920
              INTO WS-PARM-FUNCTION WS-PARM-REPORT-ID                   00001930
           END-UNSTRING                                                 00001940
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001950
           EVALUATE TRUE                                                00001960
             WHEN WS-PARM-CAPTURE                                       00001970
               IF WS-PARM-REPORT-ID = SPACES                            00001980
                  MOVE "RPTCAP CAPTURE NEEDS A REPORT ID" TO            00001990
                     WS-ABEND-MESSAGE                                   00002000
                  GO TO 9999-ABEND                                      00002010
               END-IF                                                   00002020
               PERFORM 2000-CAPTURE-REPORT THRU 2000-EXIT               00002030
             WHEN WS-PARM-PURGE                                         00002040
               PERFORM 3000-PURGE-REPOSITORY THRU 3000-EXIT             00002050
             WHEN OTHER                                                 00002060
               MOVE "RPTCAP PARM NOT CAPTURE,RPTID OR PURGE" TO         00002070
                  WS-ABEND-MESSAGE                                      00002080
               GO TO 9999-ABEND                                         00002090
           END-EVALUATE                                                 00002100
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00002110
           MOVE WS-STD-RETURN-CODE TO RETURN-CODE                       00002120
           GOBACK.                                                      00002130
                                                                        00002140
       1000-INITIALIZE.                                                 00002150
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00002160
           IF WS-PROCESS-DATE > 0                                       00002170
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00002180
           ELSE                                                         00002190
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00002200
           END-IF                                                       00002210
           MOVE WS-RUN-DATE TO WS-DN-DATE                               00002220
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00002230
           MOVE WS-DN-RESULT TO WS-RUN-DAYNUM                           00002240
                                                                        00002250
           PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT                     00002260
                                                                        00002270
      *> A FRESHLY DEFINED CLUSTER REFUSES AN I-O OPEN, SO IT IS        00002280
      *> PRIMED WITH AN OUTPUT OPEN/CLOSE FIRST                         00002290
           OPEN I-O REPORT-REPO-FILE                                    00002300
           IF FS-REPORT-REPO-FILE = "35"                                00002310
              OPEN OUTPUT REPORT-REPO-FILE                              00002320
              CLOSE REPORT-REPO-FILE                                    00002330
              OPEN I-O REPORT-REPO-FILE                                 00002340
           END-IF                                                       00002350
           IF FS-REPORT-REPO-FILE NOT = "00"                            00002360
              MOVE "OPEN FAILED ON REPORT-REPO-FILE" TO                 00002370
                 WS-ABEND-MESSAGE                                       00002380
              GO TO 9999-ABEND                                          00002390
           END-IF                                                       00002400
           MOVE "RPTCAP" TO ALOG-PROGRAM-ID                             00002410
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00002420
           IF FS-AUDIT-LOG-FILE NOT = "00"                              00002430
              MOVE "OPEN FAILED ON AUDIT-LOG-FILE" TO WS-ABEND-MESSAGE  00002440
              GO TO 9999-ABEND                                          00002450
           END-IF.                                                      00002460
       1000-EXIT.                                                       00002470
           EXIT.                                                        00002480
                                                                        00002490
      *> ***************************************************************00002500
      *> WITHOUT THE CATALOG NOTHING TONIGHT CAN BE KEPT AND THE PURGE  00002510
      *> FALLS BACK TO THE DAYS EACH RUN'S INDEX RECORD CARRIES, SO A   00002520
      *> MISSING CATALOG WARNS RATHER THAN STOPS                        00002530
      *> ***************************************************************00002540
       1100-LOAD-CATALOG.                                               00002550
           OPEN INPUT REPORT-CATALOG-FILE                               00002560
           IF FS-REPORT-CATALOG-FILE NOT = "00"                         00002570
              DISPLAY "RPTCAP: REPORT CATALOG NOT AVAILABLE, STATUS "   00002580
                 FS-REPORT-CATALOG-FILE                                 00002590
              SET RC-WARNING TO TRUE                                    00002600
              GO TO 1100-EXIT                                           00002610
           END-IF                                                       00002620
           PERFORM UNTIL WS-CATALOG-EOF                                 00002630
             READ REPORT-CATALOG-FILE                                   00002640
               AT END                                                   00002650
                 SET WS-CATALOG-EOF TO TRUE                             00002660
               NOT AT END                                               00002670
                 IF RCT-REPORT-ID NOT = SPACES                          00002680
                    IF WS-CAT-COUNT >= WS-CAT-MAX                       00002690
                       MOVE "REPORT CATALOG TABLE OVERFLOW - RAISE MAX" 00002700
                          TO WS-ABEND-MESSAGE                           00002710
                       GO TO 9999-ABEND                                 00002720
                    END-IF                                              00002730
                    IF RCT-RETAIN-DAYS NOT NUMERIC                      00002740
                       DISPLAY "RPTCAP: CATALOG CARD " RCT-REPORT-ID    00002750
                          " HAS NO VALID RETENTION - KEPT 0 DAYS"       00002760
                       MOVE ZEROES TO RCT-RETAIN-DAYS                   00002770
                       SET RC-WARNING TO TRUE                           00002780
                    END-IF                                              00002790
                    ADD 1 TO WS-CAT-COUNT                               00002800
                    MOVE RCT-REPORT-ID TO                               00002810
                       TBL-CAT-REPORT-ID (WS-CAT-COUNT)                 00002820
                    MOVE RCT-DESC TO TBL-CAT-DESC (WS-CAT-COUNT)        00002830
                    MOVE RCT-RETAIN-DAYS TO                             00002840
                       TBL-CAT-RETAIN-DAYS (WS-CAT-COUNT)               00002850
                    MOVE RCT-FUNCTION TO                                00002860
                       TBL-CAT-FUNCTION (WS-CAT-COUNT)                  00002870
                 END-IF                                                 00002880
             END-READ                                                   00002890
           END-PERFORM                                                  00002900
           CLOSE REPORT-CATALOG-FILE.                                   00002910
       1100-EXIT.                                                       00002920
           EXIT.                                                        00002930
                                                                        00002940
      *> ***************************************************************00002950
      *> CAPTURE ONE NIGHT'S REPORT.  EVERY SPOOLED LINE IS PRINTED;    00002960
      *> A CATALOGUED REPORT IS ALSO FILED, PAGE BY PAGE                00002970
      *> ***************************************************************00002980
       2000-CAPTURE-REPORT.                                             00002990
           MOVE WS-PARM-REPORT-ID TO WS-CAT-WANTED                      00003000
           PERFORM 8100-FIND-CATALOG THRU 8100-EXIT                     00003010
           IF WS-CAT-HIT > 0                                            00003020
              SET WS-KEEP-REPORT TO TRUE                                00003030
           ELSE                                                         00003040
              DISPLAY "RPTCAP: " WS-PARM-REPORT-ID                      00003050
                 " IS NOT ON THE REPORT CATALOG - PRINTED, NOT KEPT"    00003060
              SET RC-WARNING TO TRUE                                    00003070
           END-IF                                                       00003080
           OPEN INPUT REPORT-SPOOL-FILE                                 00003090
           IF FS-REPORT-SPOOL-FILE NOT = "00"                           00003100
              DISPLAY "RPTCAP: NO SPOOL FOR " WS-PARM-REPORT-ID         00003110
                 ", STATUS " FS-REPORT-SPOOL-FILE                       00003120
              SET RC-WARNING TO TRUE                                    00003130
              GO TO 2000-EXIT                                           00003140
           END-IF                                                       00003150
           OPEN OUTPUT REPORT-PRINT-FILE                                00003160
           IF FS-REPORT-PRINT-FILE NOT = "00"                           00003170
              MOVE "OPEN FAILED ON REPORT-PRINT-FILE" TO                00003180
                 WS-ABEND-MESSAGE                                       00003190
              GO TO 9999-ABEND                                          00003200
           END-IF                                                       00003210
           IF WS-KEEP-REPORT                                            00003220
              PERFORM 2100-CLEAR-EARLIER-CAPTURE THRU 2100-EXIT         00003230
           END-IF                                                       00003240
           MOVE ZEROES TO WS-PAGE-NO                                    00003250
           MOVE ZEROES TO WS-LINE-NO                                    00003260
           PERFORM UNTIL WS-SPOOL-EOF                                   00003270
             READ REPORT-SPOOL-FILE                                     00003280
               AT END                                                   00003290
                 SET WS-SPOOL-EOF TO TRUE                               00003300
               NOT AT END                                               00003310
                 ADD 1 TO WS-LINES-READ                                 00003320
                 WRITE PRINT-LINE FROM SPOOL-LINE                       00003330
                 IF WS-KEEP-REPORT                                      00003340
                    PERFORM 2200-FILE-LINE THRU 2200-EXIT               00003350
                 END-IF                                                 00003360
             END-READ                                                   00003370
           END-PERFORM                                                  00003380
           CLOSE REPORT-SPOOL-FILE                                      00003390
           CLOSE REPORT-PRINT-FILE                                      00003400
           IF WS-KEEP-REPORT                                            00003410
              AND WS-LINES-KEPT > 0                                     00003420
              PERFORM 2300-WRITE-INDEX THRU 2300-EXIT                   00003430
           END-IF                                                       00003440
           IF WS-LINES-READ = 0                                         00003450
              DISPLAY "RPTCAP: NOTHING SPOOLED FOR " WS-PARM-REPORT-ID  00003460
              GO TO 2000-EXIT                                           00003470
           END-IF                                                       00003480
      *> EMPTIED ONLY NOW, WITH THE NIGHT SAFELY PRINTED AND FILED -    00003490
      *> A FAILURE BEFORE THIS POINT LEAVES THE SPOOL FOR THE RERUN     00003500
           OPEN OUTPUT REPORT-SPOOL-FILE                                00003510
           IF FS-REPORT-SPOOL-FILE NOT = "00"                           00003520
              DISPLAY "RPTCAP: SPOOL FOR " WS-PARM-REPORT-ID            00003530
                 " NOT EMPTIED, STATUS " FS-REPORT-SPOOL-FILE           00003540
              SET RC-WARNING TO TRUE                                    00003550
           ELSE                                                         00003560
              CLOSE REPORT-SPOOL-FILE                                   00003570
           END-IF.                                                      00003580
       2000-EXIT.                                                       00003590
           EXIT.                                                        00003600
                                                                        00003610
      *> ***************************************************************00003620
      *> A RERUN TONIGHT REPLACES WHAT AN EARLIER ATTEMPT FILED UNDER   00003630
      *> THE SAME REPORT AND DATE, INDEX RECORD FIRST                   00003640
      *> ***************************************************************00003650
       2100-CLEAR-EARLIER-CAPTURE.                                      00003660
           MOVE WS-PARM-REPORT-ID TO RPR-REPORT-ID                      00003670
           MOVE WS-RUN-DATE TO RPR-RUN-DATE                             00003680
           MOVE ZEROES TO RPR-PAGE-NO                                   00003690
           MOVE ZEROES TO RPR-LINE-NO                                   00003700
           START REPORT-REPO-FILE KEY IS NOT LESS THAN RPR-KEY          00003710
           IF FS-REPORT-REPO-FILE NOT = "00"                            00003720
              GO TO 2100-EXIT                                           00003730
           END-IF                                                       00003740
           MOVE 'N' TO WS-GROUP-END-SW                                  00003750
           PERFORM UNTIL WS-GROUP-END                                   00003760
             READ REPORT-REPO-FILE NEXT                                 00003770
             EVALUATE FS-REPORT-REPO-FILE                               00003780
               WHEN "00"                                                00003790
                 IF RPR-REPORT-ID NOT = WS-PARM-REPORT-ID               00003800
                    OR RPR-RUN-DATE NOT = WS-RUN-DATE                   00003810
                    SET WS-GROUP-END TO TRUE                            00003820
                 ELSE                                                   00003830
                    DELETE REPORT-REPO-FILE                             00003840
                    IF FS-REPORT-REPO-FILE NOT = "00"                   00003850
                       MOVE "DELETE FAILED ON REPORT-REPO-FILE" TO      00003860
                          WS-ABEND-MESSAGE                              00003870
                       GO TO 9999-ABEND                                 00003880
                    END-IF                                              00003890
                    ADD 1 TO WS-LINES-REPLACED                          00003900
                 END-IF                                                 00003910
               WHEN "10"                                                00003920
                 SET WS-GROUP-END TO TRUE                               00003930
               WHEN OTHER                                               00003940
                 MOVE "READ FAILED ON REPORT-REPO-FILE" TO              00003950
                    WS-ABEND-MESSAGE                                    00003960
                 GO TO 9999-ABEND                                       00003970
             END-EVALUATE                                               00003980
           END-PERFORM                                                  00003990
           IF WS-LINES-REPLACED > 0                                     00004000
              DISPLAY "RPTCAP: EARLIER CAPTURE OF " WS-PARM-REPORT-ID   00004010
                 " " WS-RUN-DATE " REPLACED, " WS-LINES-REPLACED        00004020
                 " RECORDS"                                             00004030
           END-IF.                                                      00004040
       2100-EXIT.                                                       00004050
           EXIT.                                                        00004060
                                                                        00004070
      *> ***************************************************************00004080
      *> FILE ONE LINE.  A SKIP TO CHANNEL 1, OR A FULL PAGE, STARTS    00004090
      *> THE NEXT PAGE; THE FIRST LINE ALWAYS STARTS PAGE 1             00004100
      *> ***************************************************************00004110
       2200-FILE-LINE.                                                  00004120
           IF WS-PAGE-NO = 0                                            00004130
              OR (SPL-CARRIAGE = '1' AND WS-LINE-NO > 0)                00004140
              OR WS-LINE-NO >= WS-LINES-PER-PAGE                        00004150
              ADD 1 TO WS-PAGE-NO                                       00004160
              MOVE ZEROES TO WS-LINE-NO                                 00004170
           END-IF                                                       00004180
           ADD 1 TO WS-LINE-NO                                          00004190
           MOVE SPACES TO REPORT-REPO-RECORD                            00004200
           MOVE WS-PARM-REPORT-ID TO RPR-REPORT-ID                      00004210
           MOVE WS-RUN-DATE TO RPR-RUN-DATE                             00004220
           MOVE WS-PAGE-NO TO RPR-PAGE-NO                               00004230
           MOVE WS-LINE-NO TO RPR-LINE-NO                               00004240
           MOVE SPL-CARRIAGE TO RPR-CARRIAGE                            00004250
           MOVE SPL-TEXT TO RPR-LINE-TEXT                               00004260
           WRITE REPORT-REPO-RECORD                                     00004270
           IF FS-REPORT-REPO-FILE NOT = "00"                            00004280
              MOVE "WRITE FAILED ON REPORT-REPO-FILE" TO                00004290
                 WS-ABEND-MESSAGE                                       00004300
              GO TO 9999-ABEND                                          00004310
           END-IF                                                       00004320
           ADD 1 TO WS-LINES-KEPT.                                      00004330
       2200-EXIT.                                                       00004340
           EXIT.                                                        00004350
                                                                        00004360
      *> ***************************************************************00004370
      *> THE INDEX RECORD GOES ON LAST, SO A RUN THE VIEWER CAN FIND IS 00004380
      *> ALWAYS A WHOLE RUN                                             00004390
      *> ***************************************************************00004400
       2300-WRITE-INDEX.                                                00004410
           MOVE SPACES TO REPORT-REPO-RECORD                            00004420
           MOVE WS-PARM-REPORT-ID TO RPR-REPORT-ID                      00004430
           MOVE WS-RUN-DATE TO RPR-RUN-DATE                             00004440
           MOVE ZEROES TO RPR-PAGE-NO                                   00004450
           MOVE ZEROES TO RPR-LINE-NO                                   00004460
           MOVE TBL-CAT-DESC (WS-CAT-HIT) TO RPX-DESC                   00004470
           MOVE TBL-CAT-FUNCTION (WS-CAT-HIT) TO RPX-FUNCTION           00004480
           MOVE TBL-CAT-RETAIN-DAYS (WS-CAT-HIT) TO RPX-RETAIN-DAYS     00004490
           MOVE WS-PAGE-NO TO RPX-PAGE-COUNT                            00004500
           MOVE WS-LINES-KEPT TO RPX-LINE-COUNT                         00004510
           MOVE WS-RUN-DATE TO RPX-CAPTURED-DATE                        00004520
           WRITE REPORT-REPO-RECORD                                     00004530
           IF FS-REPORT-REPO-FILE NOT = "00"                            00004540
              MOVE "WRITE FAILED ON REPORT-REPO-FILE INDEX" TO          00004550
                 WS-ABEND-MESSAGE                                       00004560
              GO TO 9999-ABEND                                          00004570
           END-IF                                                       00004580
           MOVE "RPT CAPTURED" TO ALOG-ACTION                           00004590
           MOVE SPACES TO ALOG-DETAIL                                   00004600
           STRING WS-PARM-REPORT-ID " " WS-RUN-DATE " PAGES "           00004610
              WS-PAGE-NO " LINES " WS-LINES-KEPT                        00004620
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00004630
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00004640
       2300-EXIT.                                                       00004650
           EXIT.                                                        00004660
                                                                        00004670
      *> ***************************************************************00004680
      *> THE RETENTION PASS, ONE RUN (REPORT ID AND DATE) AT A TIME.    00004690
      *> THE FIRST RECORD OF THE NEXT RUN IS ALWAYS IN HAND ON THE WAY  00004700
      *> ROUND                                                          00004710
      *> ***************************************************************00004720
       3000-PURGE-REPOSITORY.                                           00004730
           MOVE LOW-VALUES TO RPR-KEY                                   00004740
           START REPORT-REPO-FILE KEY IS NOT LESS THAN RPR-KEY          00004750
           IF FS-REPORT-REPO-FILE NOT = "00"                            00004760
              SET WS-REPO-EOF TO TRUE                                   00004770
           ELSE                                                         00004780
              PERFORM 3900-READ-NEXT-REPO THRU 3900-EXIT                00004790
           END-IF                                                       00004800
           PERFORM UNTIL WS-REPO-EOF                                    00004810
             PERFORM 3100-AGE-ONE-RUN THRU 3100-EXIT                    00004820
           END-PERFORM.                                                 00004830
       3000-EXIT.                                                       00004840
           EXIT.                                                        00004850
                                                                        00004860
      *> ***************************************************************00004870
      *> THE CATALOG CARD DECIDES THE DAYS KEPT; A REPORT NO LONGER     00004880
      *> CATALOGUED KEEPS ITS INDEX RECORD'S DAYS, AND A RUN WITH NO    00004890
      *> INDEX RECORD (A CAPTURE THAT NEVER FINISHED AND WAS NEVER      00004900
      *> RERUN) HAS NONE                                                00004910
      *> ***************************************************************00004920
       3100-AGE-ONE-RUN.                                                00004930
           ADD 1 TO WS-RUNS-READ                                        00004940
           MOVE RPR-REPORT-ID TO WS-HOLD-REPORT-ID                      00004950
           MOVE RPR-RUN-DATE TO WS-HOLD-RUN-DATE                        00004960
           MOVE RPR-REPORT-ID TO WS-CAT-WANTED                          00004970
           PERFORM 8100-FIND-CATALOG THRU 8100-EXIT                     00004980
           MOVE ZEROES TO WS-RETAIN-DAYS                                00004990
           EVALUATE TRUE                                                00005000
             WHEN WS-CAT-HIT > 0                                        00005010
               MOVE TBL-CAT-RETAIN-DAYS (WS-CAT-HIT) TO WS-RETAIN-DAYS  00005020
             WHEN RPR-PAGE-NO = 0 AND RPR-LINE-NO = 0                   00005030
               AND RPX-RETAIN-DAYS NUMERIC                              00005040
               MOVE RPX-RETAIN-DAYS TO WS-RETAIN-DAYS                   00005050
           END-EVALUATE                                                 00005060
           MOVE ZEROES TO WS-DAYS-KEPT                                  00005070
           MOVE WS-HOLD-RUN-DATE TO WS-DN-DATE                          00005080
           IF WS-DN-MM > 0 AND WS-DN-MM < 13                            00005090
              PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                00005100
              MOVE WS-DN-RESULT TO WS-KEPT-DAYNUM                       00005110
              COMPUTE WS-DAYS-KEPT = WS-RUN-DAYNUM - WS-KEPT-DAYNUM     00005120
           END-IF                                                       00005130
           IF WS-DAYS-KEPT > WS-RETAIN-DAYS                             00005140
              PERFORM 3200-PURGE-RUN THRU 3200-EXIT                     00005150
           ELSE                                                         00005160
              PERFORM 3300-KEEP-RUN THRU 3300-EXIT                      00005170
           END-IF.                                                      00005180
       3100-EXIT.                                                       00005190
           EXIT.                                                        00005200
                                                                        00005210
      *> ***************************************************************00005220
      *> DELETE THE RUN RECORD BY RECORD, STOPPING ON THE FIRST RECORD  00005230
      *> OF THE NEXT RUN                                                00005240
      *> ***************************************************************00005250
       3200-PURGE-RUN.                                                  00005260
           ADD 1 TO WS-RUNS-PURGED                                      00005270
           MOVE 'N' TO WS-GROUP-END-SW                                  00005280
           PERFORM UNTIL WS-GROUP-END                                   00005290
             DELETE REPORT-REPO-FILE                                    00005300
             IF FS-REPORT-REPO-FILE NOT = "00"                          00005310
                MOVE "DELETE FAILED ON REPORT-REPO-FILE" TO             00005320
                   WS-ABEND-MESSAGE                                     00005330
                GO TO 9999-ABEND                                        00005340
             END-IF                                                     00005350
             ADD 1 TO WS-LINES-PURGED                                   00005360
             PERFORM 3900-READ-NEXT-REPO THRU 3900-EXIT                 00005370
             IF WS-REPO-EOF                                             00005380
                OR RPR-REPORT-ID NOT = WS-HOLD-REPORT-ID                00005390
                OR RPR-RUN-DATE NOT = WS-HOLD-RUN-DATE                  00005400
                SET WS-GROUP-END TO TRUE                                00005410
             END-IF                                                     00005420
           END-PERFORM                                                  00005430
           MOVE "RPT PURGED" TO ALOG-ACTION                             00005440
           MOVE SPACES TO ALOG-DETAIL                                   00005450
           STRING WS-HOLD-REPORT-ID " " WS-HOLD-RUN-DATE " KEPT "       00005460
              WS-RETAIN-DAYS " DAYS"                                    00005470
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00005480
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00005490
       3200-EXIT.                                                       00005500
           EXIT.                                                        00005510
                                                                        00005520
      *> ***************************************************************00005530
      *> A KEPT RUN'S INDEX RECORD TAKES UP ANY CHANGE TO THE CATALOG   00005540
      *> CARD, SO THE VIEWER CHECKS TODAY'S RIGHT; THEN THE PASS JUMPS  00005550
      *> PAST THE RUN'S LINES TO THE NEXT RUN                           00005560
      *> ***************************************************************00005570
       3300-KEEP-RUN.                                                   00005580
           ADD 1 TO WS-RUNS-KEPT                                        00005590
           IF RPR-PAGE-NO = 0 AND RPR-LINE-NO = 0                       00005600
              AND WS-CAT-HIT > 0                                        00005610
              IF RPX-DESC NOT = TBL-CAT-DESC (WS-CAT-HIT)               00005620
                 OR RPX-FUNCTION NOT = TBL-CAT-FUNCTION (WS-CAT-HIT)    00005630
                 OR RPX-RETAIN-DAYS NOT =                               00005640
                    TBL-CAT-RETAIN-DAYS (WS-CAT-HIT)                    00005650
                 MOVE TBL-CAT-DESC (WS-CAT-HIT) TO RPX-DESC             00005660
                 MOVE TBL-CAT-FUNCTION (WS-CAT-HIT) TO RPX-FUNCTION     00005670
                 MOVE TBL-CAT-RETAIN-DAYS (WS-CAT-HIT) TO               00005680
                    RPX-RETAIN-DAYS                                     00005690
                 REWRITE REPORT-REPO-RECORD                             00005700
                 IF FS-REPORT-REPO-FILE NOT = "00"                      00005710
                    MOVE "REWRITE FAILED ON REPORT-REPO-FILE" TO        00005720
                       WS-ABEND-MESSAGE                                 00005730
                    GO TO 9999-ABEND                                    00005740
                 END-IF                                                 00005750
                 ADD 1 TO WS-RUNS-RECATALOGUED                          00005760
              END-IF                                                    00005770
           END-IF                                                       00005780
           MOVE WS-HOLD-REPORT-ID TO RPR-REPORT-ID                      00005790
           MOVE WS-HOLD-RUN-DATE TO RPR-RUN-DATE                        00005800
           MOVE 99999 TO RPR-PAGE-NO                                    00005810
           MOVE 999 TO RPR-LINE-NO                                      00005820
           START REPORT-REPO-FILE KEY IS GREATER THAN RPR-KEY           00005830
           IF FS-REPORT-REPO-FILE NOT = "00"                            00005840
              SET WS-REPO-EOF TO TRUE                                   00005850
           ELSE                                                         00005860
              PERFORM 3900-READ-NEXT-REPO THRU 3900-EXIT                00005870
           END-IF.                                                      00005880
       3300-EXIT.                                                       00005890
           EXIT.                                                        00005900
                                                                        00005910
       3900-READ-NEXT-REPO.                                             00005920
           READ REPORT-REPO-FILE NEXT                                   00005930
           EVALUATE FS-REPORT-REPO-FILE                                 00005940
             WHEN "00"                                                  00005950
               CONTINUE                                                 00005960
             WHEN "10"                                                  00005970
               SET WS-REPO-EOF TO TRUE                                  00005980
             WHEN OTHER                                                 00005990
               MOVE "READ FAILED ON REPORT-REPO-FILE" TO                00006000
                  WS-ABEND-MESSAGE                                      00006010
               GO TO 9999-ABEND                                         00006020
           END-EVALUATE.                                                00006030
       3900-EXIT.                                                       00006040
           EXIT.                                                        00006050
                                                                        00006060
       6000-DATE-TO-DAYNUM.                                             00006070
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1                   00006080
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAPS-4           00006090
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAPS-100       00006100
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAPS-400       00006110
           COMPUTE WS-DN-RESULT =                                       00006120
              (WS-DN-PRIOR-YEARS * 365)                                 00006130
              + WS-DN-LEAPS-4                                           00006140
              - WS-DN-LEAPS-100                                         00006150
              + WS-DN-LEAPS-400                                         00006160
              + CUM-DAYS-TO-MONTH (WS-DN-MM)                            00006170
              + WS-DN-DD                                                00006180
           PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT                  00006190
           IF WS-DN-MM > 2 AND WS-DN-LEAP-YEAR                          00006200
              ADD 1 TO WS-DN-RESULT                                     00006210
           END-IF.                                                      00006220
       6000-EXIT.                                                       00006230
           EXIT.                                                        00006240
                                                                        00006250
       6100-CHECK-LEAP-YEAR.                                            00006260
           MOVE 'N' TO WS-DN-LEAP-SW                                    00006270
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-LEAP-QUOT                00006280
              REMAINDER WS-DN-LEAP-REM                                  00006290
           IF WS-DN-LEAP-REM = 0                                        00006300
              DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-LEAP-QUOT           00006310
                 REMAINDER WS-DN-LEAP-REM                               00006320
              IF WS-DN-LEAP-REM = 0                                     00006330
                 DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-LEAP-QUOT        00006340
                    REMAINDER WS-DN-LEAP-REM                            00006350
                 IF WS-DN-LEAP-REM = 0                                  00006360
                    SET WS-DN-LEAP-YEAR TO TRUE                         00006370
                 END-IF                                                 00006380
              END-IF                                                    00006390
           ELSE                                                         00006400
              SET WS-DN-LEAP-YEAR TO TRUE                               00006410
           END-IF.                                                      00006420
       6100-EXIT.                                                       00006430
           EXIT.                                                        00006440
                                                                        00006450
      *> ***************************************************************00006460
      *> LOOK UP WS-CAT-WANTED ON THE CATALOG; WS-CAT-HIT IS ITS ENTRY  00006470
      *> OR ZERO                                                        00006480
      *> ***************************************************************00006490
       8100-FIND-CATALOG.                                               00006500
           MOVE ZEROES TO WS-CAT-HIT                                    00006510
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1                       00006520
                    UNTIL WS-CAT-SUB > WS-CAT-COUNT                     00006530
                       OR WS-CAT-HIT > 0                                00006540
             IF TBL-CAT-REPORT-ID (WS-CAT-SUB) = WS-CAT-WANTED          00006550
                MOVE WS-CAT-SUB TO WS-CAT-HIT                           00006560
             END-IF                                                     00006570
           END-PERFORM.                                                 00006580
       8100-EXIT.                                                       00006590
           EXIT.                                                        00006600
                                                                        00006610
       9000-TERMINATE.                                                  00006620
           CLOSE REPORT-REPO-FILE                                       00006630
           DISPLAY "===== RPTCAP RUN SUMMARY ====="                     00006640
           IF WS-PARM-CAPTURE                                           00006650
              DISPLAY "REPORT               : " WS-PARM-REPORT-ID       00006660
              DISPLAY "RUN DATE             : " WS-RUN-DATE             00006670
              DISPLAY "LINES SPOOLED        : " WS-LINES-READ           00006680
              DISPLAY "LINES KEPT           : " WS-LINES-KEPT           00006690
              DISPLAY "PAGES KEPT           : " WS-PAGE-NO              00006700
           ELSE                                                         00006710
              DISPLAY "RUNS ON FILE         : " WS-RUNS-READ            00006720
              DISPLAY "RUNS KEPT            : " WS-RUNS-KEPT            00006730
              DISPLAY "RUNS PURGED          : " WS-RUNS-PURGED          00006740
              DISPLAY "LINES PURGED         : " WS-LINES-PURGED         00006750
              DISPLAY "INDEXES RECATALOGUED : " WS-RUNS-RECATALOGUED    00006760
           END-IF                                                       00006770
           CLOSE AUDIT-LOG-FILE.                                        00006780
       9000-EXIT.                                                       00006790
           EXIT.                                                        00006800
                                                                        00006810
       COPY AUDITOPN.                                                   00006820
       COPY AUDITWRT.                                                   00006830
       COPY AUDITCHP.                                                   00006840
       COPY ABENDPAR.                                                   00006850
       COPY PROCDPAR.                                                   00006860
