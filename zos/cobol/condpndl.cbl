       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. CONDPNDL.                                            00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * LOADER FOR THE UNDERWRITING WORKBENCH KSDS FILES.        *      00000090
      * THE CONDI PEND FILE IS A FLAT BATCH DATASET THE CICS     *      00000100
      * SCREEN CANNOT BROWSE, SO THIS STEP LOADS THE KEYED       *      00000110
      * COPIES THE CONDWB TRANSACTION WORKS FROM:                *      00000120
      *   CONDWBP - ONE CASE PER OPEN PEND, WITH THE RANKED      *      00000130
      *             REASON TEXT RESOLVED FROM THE CONDI REASON   *      00000140
      *             TABLE AND THE FIRST-PEND DAY FOR THE AGE;    *      00000150
      *   CONDWBR - THE REASON TABLE KEYED BY CODE, SO A         *      00000160
      *             DECLINE CODE IS PROVEN AT THE KEYBOARD;      *      00000170
      *   CONDWBU - THE AUTHORIZED UNDERWRITERS, KEYED BY        *      00000180
      *             SIGN-ON USER ID.  ONLY AN ACTIVE ENTRY MAY   *      00000190
      *             TAKE OR DECIDE A CASE.                       *      00000200
      * THE CASE FILE IS REBUILT EVERY NIGHT: LAST NIGHT'S       *      00000210
      * DECISIONS HAVE BEEN APPLIED BY CONDI, AND A HOLD LASTS   *      00000220
      * THE ONLINE DAY IT WAS TAKEN.                             *      00000230
      * ********************************************************        00000240
       ENVIRONMENT DIVISION.                                            00000250
       INPUT-OUTPUT SECTION.                                            00000260
       FILE-CONTROL.                                                    00000270
           SELECT PEND-FILE                                             00000280
           ASSIGN TO CONDPEND                                           00000290
           ORGANIZATION IS SEQUENTIAL                                   00000300
           FILE STATUS IS FS-PEND-FILE.                                 00000310
           SELECT REASON-FILE                                           00000320
           ASSIGN TO CONDRSN                                            00000330
           ORGANIZATION IS SEQUENTIAL                                   00000340
           FILE STATUS IS FS-REASON-FILE.                               00000350
           SELECT UWR-FILE                                              00000360
           ASSIGN TO CONDUWR                                            00000370
           ORGANIZATION IS SEQUENTIAL                                   00000380
           FILE STATUS IS FS-UWR-FILE.                                  00000390
           SELECT WB-PEND-FILE                                          00000400
           ASSIGN TO CONDWBP                                            00000410
           ORGANIZATION IS INDEXED                                      00000420
           ACCESS MODE IS RANDOM                                        00000430
           RECORD KEY IS CWP-APPL-ID                                    00000440
           FILE STATUS IS FS-WB-PEND-FILE.                              00000450
           SELECT WB-RSN-FILE                                           00000460
           ASSIGN TO CONDWBR                                            00000470
           ORGANIZATION IS INDEXED                                      00000480
           ACCESS MODE IS RANDOM                                        00000490
           RECORD KEY IS CWR-CODE                                       00000500
           FILE STATUS IS FS-WB-RSN-FILE.                               00000510
           SELECT WB-UWR-FILE                                           00000520
           ASSIGN TO CONDWBU                                            00000530
           ORGANIZATION IS INDEXED                                      00000540
           ACCESS MODE IS RANDOM                                        00000550
           RECORD KEY IS CWU-USERID                                     00000560
           FILE STATUS IS FS-WB-UWR-FILE.                               00000570
       DATA DIVISION.                                                   00000580
       FILE SECTION.                                                    00000590
       FD PEND-FILE.                                                    00000600
       01 PEND-RECORD.                                                  00000610
           05 PND-APPL-ID           PIC 9(09).                          00000620
           05 PND-NAME              PIC X(20).                          00000630
           05 PND-PRODUCT-CD        PIC X(04).                          00000640
           05 PND-INPUT-SCORE       PIC 9(03).                          00000650
           05 PND-COMP-SCORE        PIC 9(03).                          00000660
           05 PND-REASON-CODES      PIC X(16).                          00000670
           05 PND-REASON-LIST REDEFINES PND-REASON-CODES.               00000680
               10 PND-RSN-CODE      PIC X(04) OCCURS 4 TIMES.           00000690
           05 PND-DATE              PIC 9(08).                          00000700
           05 PND-FIRST-DATE        PIC 9(08).                          00000710
           05 FILLER                PIC X(09).                          00000720
                                                                        00000730
       FD REASON-FILE.                                                  00000740
       01 REASON-RECORD.                                                00000750
           05 RSN-CODE              PIC X(04).                          00000760
           05 RSN-RANK              PIC 9(02).                          00000770
           05 RSN-TEXT              PIC X(40).                          00000780
           05 FILLER                PIC X(34).                          00000790
                                                                        00000800
      *> ***************************************************************00000810
      *> AUTHORIZED UNDERWRITER LIST, MAINTAINED BY THE CREDIT          00000820
      *> OFFICE: SIGN-ON USER ID, NAME, A(CTIVE) OR I(NACTIVE)          00000830
      *> ***************************************************************00000840
       FD UWR-FILE.                                                     00000850
       01 UWR-RECORD.                                                   00000860
           05 UWR-USERID            PIC X(08).                          00000870
           05 UWR-NAME              PIC X(20).                          00000880
           05 UWR-STATUS            PIC X(01).                          00000890
               88 UWR-ACTIVE         VALUE 'A'.                         00000900
           05 FILLER                PIC X(51).                          00000910
                                                                        00000920
       FD WB-PEND-FILE.                                                 00000930
       COPY CONDWBP.                                                    00000940
                                                                        00000950
       FD WB-RSN-FILE.                                                  00000960
       01 WB-RSN-RECORD.                                                00000970
           05 CWR-CODE              PIC X(04).                          00000980
           05 CWR-RANK              PIC 9(02).                          00000990
           05 CWR-TEXT              PIC X(40).                          00001000
                                                                        00001010
       FD WB-UWR-FILE.                                                  00001020
       01 WB-UWR-RECORD.                                                00001030
           05 CWU-USERID            PIC X(08).                          00001040
           05 CWU-NAME              PIC X(20).                          00001050
                                                                        00001060
       WORKING-STORAGE SECTION.                                         00001070
       01 FS-PEND-FILE PIC XX.                                          00001080
       01 FS-REASON-FILE PIC XX.                                        00001090
       01 FS-UWR-FILE PIC XX.                                           00001100
       01 FS-WB-PEND-FILE PIC XX.                                       00001110
       01 FS-WB-RSN-FILE PIC XX.                                        00001120
       01 FS-WB-UWR-FILE PIC XX.                                        00001130
                                                                        00001140
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001150
           88 WS-EOF VALUE 'Y'.                                         00001160
       01 WS-PENDS-READ PIC 9(07) VALUE ZEROES.                         00001170
       01 WS-PENDS-LOADED PIC 9(07) VALUE ZEROES.                       00001180
       01 WS-PENDS-DROPPED PIC 9(07) VALUE ZEROES.                      00001190
       01 WS-RSN-LOADED PIC 9(07) VALUE ZEROES.                         00001200
       01 WS-UWR-READ PIC 9(07) VALUE ZEROES.                           00001210
       01 WS-UWR-LOADED PIC 9(07) VALUE ZEROES.                         00001220
       01 WS-NO-UWR-SW PIC X(01) VALUE 'N'.                             00001230
           88 WS-NO-UWR VALUE 'Y'.                                      00001240
                                                                        00001250
      *> ***************************************************************00001260
      *> REASON TABLE HELD IN STORAGE TO RESOLVE THE PEND REASON TEXT   00001270
      *> ***************************************************************00001280
       01 WS-RSN-TABLE.                                                 00001290
           05 WS-RSN-ENTRY OCCURS 50 TIMES.                             00001300
               10 TBL-RSN-CODE          PIC X(04).                      00001310
               10 TBL-RSN-TEXT          PIC X(40).                      00001320
       01 WS-RSN-COUNT PIC 9(02) VALUE ZEROES.                          00001330
       01 WS-RSN-MAX PIC 9(02) VALUE 50.                                00001340
       01 WS-RSN-SUB PIC 9(02) VALUE ZEROES.                            00001350
       01 WS-PND-SUB PIC 9(01) VALUE ZEROES.                            00001360
                                                                        00001370
      *> ***************************************************************00001380
      *> DAY-NUMBER CONVERSION WORK AREAS, THE SAME SERIAL-DAY          00001390
      *> ARITHMETIC THE AUDIT ARCHIVAL AND OVERDRAFT AGEING USE         00001400
      *> ***************************************************************00001410
       01 WS-DN-DATE PIC 9(08).                                         00001420
       01 WS-DN-DATE-GROUP REDEFINES WS-DN-DATE.                        00001430
           05 WS-DN-YYYY PIC 9(04).                                     00001440
           05 WS-DN-MM PIC 9(02).                                       00001450
           05 WS-DN-DD PIC 9(02).                                       00001460
       01 WS-DN-RESULT PIC 9(07).                                       00001470
       01 WS-DN-PRIOR-YEARS PIC 9(04).                                  00001480
       01 WS-DN-LEAPS-4 PIC 9(04).                                      00001490
       01 WS-DN-LEAPS-100 PIC 9(04).                                    00001500
       01 WS-DN-LEAPS-400 PIC 9(04).                                    00001510
       01 WS-DN-LEAP-QUOT PIC 9(04).                                    00001520
       01 WS-DN-LEAP-REM PIC 9(04).                                     00001530
       01 WS-DN-LEAP-SW PIC X(01) VALUE 'N'.                            00001540
           88 WS-DN-LEAP-YEAR VALUE 'Y'.                                00001550
       01 WS-ORIGIN-DAYNUM PIC 9(07) VALUE ZEROES.                      00001560
       01 CUM-DAYS-INIT.                                                00001570
           05 FILLER PIC 9(03) VALUE 000.                               00001580
           05 FILLER PIC 9(03) VALUE 031.                               00001590
           05 FILLER PIC 9(03) VALUE 059.                               00001600
           05 FILLER PIC 9(03) VALUE 090.                               00001610
           05 FILLER PIC 9(03) VALUE 120.                               00001620
           05 FILLER PIC 9(03) VALUE 151.                               00001630
           05 FILLER PIC 9(03) VALUE 181.                               00001640
           05 FILLER PIC 9(03) VALUE 212.                               00001650
           05 FILLER PIC 9(03) VALUE 243.                               00001660
           05 FILLER PIC 9(03) VALUE 273.                               00001670
           05 FILLER PIC 9(03) VALUE 304.                               00001680
           05 FILLER PIC 9(03) VALUE 334.                               00001690
       01 CUM-DAYS REDEFINES CUM-DAYS-INIT.                             00001700
           05 CUM-DAYS-TO-MONTH OCCURS 12 TIMES PIC 9(03).              00001710
       COPY ABENDCPY.                                                   00001720
                                                                        00001730
       PROCEDURE DIVISION.                                              00001740
       0000-MAIN.                                                       00001750
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001760
           PERFORM 1500-LOAD-REASONS THRU 1500-EXIT                     00001770
           PERFORM 2000-LOAD-UNDERWRITERS THRU 2000-EXIT                00001780
           PERFORM 3000-LOAD-PENDS THRU 3000-EXIT                       00001790
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001800
           GOBACK.                                                      00001810
                                                                        00001820
      *> ***************************************************************00001830
      *> THE CASE AGE IS KEPT AS A DAY COUNT FROM 01/01/1900 - THE      00001840
      *> ORIGIN OF THE CICS ABSTIME CLOCK THE SCREEN READS              00001850
      *> ***************************************************************00001860
       1000-INITIALIZE.                                                 00001870
           MOVE 19000101 TO WS-DN-DATE                                  00001880
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00001890
           MOVE WS-DN-RESULT TO WS-ORIGIN-DAYNUM.                       00001900
       1000-EXIT.                                                       00001910
           EXIT.                                                        00001920
                                                                        00001930
      *> ***************************************************************00001940
      *> LOAD THE REASON TABLE INTO STORAGE AND ONTO ITS KSDS.  NO      00001950
      *> TABLE LEAVES THE CODES ON THE SCREEN WITHOUT TEXT, AND NO      00001960
      *> DECLINE CODE CAN BE PROVEN - THE LOAD ENDS WITH A WARNING      00001970
      *> ***************************************************************00001980
       1500-LOAD-REASONS.                                               00001990
           OPEN INPUT REASON-FILE                                       00002000
           EVALUATE FS-REASON-FILE                                      00002010
             WHEN "00"                                                  00002020
               CONTINUE                                                 00002030
             WHEN "35"                                                  00002040
               DISPLAY "NO CONDI REASON TABLE, REASON TEXT BLANK"       00002050
               SET RC-WARNING TO TRUE                                   00002060
               GO TO 1500-EXIT                                          00002070
             WHEN OTHER                                                 00002080
               MOVE "OPEN FAILED ON REASON-FILE" TO WS-ABEND-MESSAGE    00002090
               GO TO 9999-ABEND                                         00002100
           END-EVALUATE                                                 00002110
           OPEN OUTPUT WB-RSN-FILE                                      00002120
           IF FS-WB-RSN-FILE NOT = "00"                                 00002130
              MOVE "OPEN FAILED ON WB-RSN-FILE" TO WS-ABEND-MESSAGE     00002140
              GO TO 9999-ABEND                                          00002150
           END-IF                                                       00002160
           PERFORM UNTIL WS-EOF                                         00002170
             READ REASON-FILE                                           00002180
               AT END                                                   00002190
                 SET WS-EOF TO TRUE                                     00002200
               NOT AT END                                               00002210
                 IF RSN-CODE NOT = SPACES                               00002220
                    PERFORM 1510-LOAD-ONE-REASON THRU 1510-EXIT         00002230
                 END-IF                                                 00002240
             END-READ                                                   00002250
           END-PERFORM                                                  00002260
           CLOSE REASON-FILE                                            00002270
           CLOSE WB-RSN-FILE                                            00002280
           MOVE 'N' TO WS-EOF-SW.                                       00002290
       1500-EXIT.                                                       00002300
           EXIT.                                                        00002310
                                                                        00002320
       1510-LOAD-ONE-REASON.                                            00002330
           IF WS-RSN-COUNT < WS-RSN-MAX                                 00002340
              ADD 1 TO WS-RSN-COUNT                                     00002350
              MOVE RSN-CODE TO TBL-RSN-CODE (WS-RSN-COUNT)              00002360
              MOVE RSN-TEXT TO TBL-RSN-TEXT (WS-RSN-COUNT)              00002370
           END-IF                                                       00002380
           MOVE RSN-CODE TO CWR-CODE                                    00002390
           IF RSN-RANK NUMERIC                                          00002400
              MOVE RSN-RANK TO CWR-RANK                                 00002410
           ELSE                                                         00002420
              MOVE 99 TO CWR-RANK                                       00002430
           END-IF                                                       00002440
           MOVE RSN-TEXT TO CWR-TEXT                                    00002450
           WRITE WB-RSN-RECORD                                          00002460
           EVALUATE FS-WB-RSN-FILE                                      00002470
             WHEN "00"                                                  00002480
               ADD 1 TO WS-RSN-LOADED                                   00002490
             WHEN "22"                                                  00002500
               DISPLAY "DUPLICATE REASON CODE DROPPED: " RSN-CODE       00002510
             WHEN OTHER                                                 00002520
               DISPLAY "WRITE FAILED, WB-RSN STATUS: " FS-WB-RSN-FILE   00002530
           END-EVALUATE.                                                00002540
       1510-EXIT.                                                       00002550
           EXIT.                                                        00002560
                                                                        00002570
      *> ***************************************************************00002580
      *> LOAD THE ACTIVE UNDERWRITERS.  AN EMPTY OR MISSING LIST        00002590
      *> LEAVES THE WORKBENCH LOOK-ONLY, WHICH THE DESK MUST HEAR       00002600
      *> ABOUT BEFORE THE DAY OPENS - THE LOAD ENDS WITH A WARNING      00002610
      *> ***************************************************************00002620
       2000-LOAD-UNDERWRITERS.                                          00002630
           OPEN INPUT UWR-FILE                                          00002640
           EVALUATE FS-UWR-FILE                                         00002650
             WHEN "00"                                                  00002660
               CONTINUE                                                 00002670
             WHEN "35"                                                  00002680
               DISPLAY "NO UNDERWRITER LIST, WORKBENCH IS LOOK-ONLY"    00002690
               SET WS-NO-UWR TO TRUE                                    00002700
               GO TO 2000-EXIT                                          00002710
             WHEN OTHER                                                 00002720
               MOVE "OPEN FAILED ON UWR-FILE" TO WS-ABEND-MESSAGE       00002730
               GO TO 9999-ABEND                                         00002740
           END-EVALUATE                                                 00002750
           OPEN OUTPUT WB-UWR-FILE                                      00002760
           IF FS-WB-UWR-FILE NOT = "00"                                 00002770
              MOVE "OPEN FAILED ON WB-UWR-FILE" TO WS-ABEND-MESSAGE     00002780
              GO TO 9999-ABEND                                          00002790
           END-IF                                                       00002800
           PERFORM UNTIL WS-EOF                                         00002810
             READ UWR-FILE                                              00002820
               AT END                                                   00002830
                 SET WS-EOF TO TRUE                                     00002840
               NOT AT END                                               00002850
                 ADD 1 TO WS-UWR-READ                                   00002860
                 IF UWR-ACTIVE AND UWR-USERID NOT = SPACES              00002870
                    MOVE UWR-USERID TO CWU-USERID                       00002880
                    MOVE UWR-NAME TO CWU-NAME                           00002890
                    WRITE WB-UWR-RECORD                                 00002900
                    EVALUATE FS-WB-UWR-FILE                             00002910
                      WHEN "00"                                         00002920
                        ADD 1 TO WS-UWR-LOADED                          00002930
                      WHEN "22"                                         00002940
                        DISPLAY "DUPLICATE UNDERWRITER DROPPED: "       00002950
                          UWR-USERID                                    00002960
                      WHEN OTHER                                        00002970
                        DISPLAY "WRITE FAILED, WB-UWR STATUS: "         00002980
                          FS-WB-UWR-FILE                                00002990
                    END-EVALUATE                                        00003000
                 END-IF                                                 00003010
             END-READ                                                   00003020
           END-PERFORM                                                  00003030
           CLOSE UWR-FILE                                               00003040
           CLOSE WB-UWR-FILE                                            00003050
           IF WS-UWR-LOADED = 0                                         00003060
              DISPLAY "NO ACTIVE UNDERWRITERS, WORKBENCH IS LOOK-ONLY"  00003070
              SET WS-NO-UWR TO TRUE                                     00003080
           END-IF                                                       00003090
           MOVE 'N' TO WS-EOF-SW.                                       00003100
       2000-EXIT.                                                       00003110
           EXIT.                                                        00003120
                                                                        00003130
      *> ***************************************************************00003140
      *> LOAD ONE CASE PER PEND, OPEN AND UNHELD.  CONDI WRITES A       00003150
      *> PEND ONCE PER APPLICANT PER RUN, SO A DUPLICATE KEY IS A       00003160
      *> DAMAGED FILE: COUNTED AND DROPPED, THE FIRST CASE STANDS       00003170
      *> ***************************************************************00003180
       3000-LOAD-PENDS.                                                 00003190
           OPEN INPUT PEND-FILE                                         00003200
           EVALUATE FS-PEND-FILE                                        00003210
             WHEN "00"                                                  00003220
               CONTINUE                                                 00003230
             WHEN "35"                                                  00003240
               MOVE "PEND QUEUE NOT FOUND" TO WS-ABEND-MESSAGE          00003250
               GO TO 9999-ABEND                                         00003260
             WHEN OTHER                                                 00003270
               MOVE "OPEN FAILED ON PEND-FILE" TO WS-ABEND-MESSAGE      00003280
               GO TO 9999-ABEND                                         00003290
           END-EVALUATE                                                 00003300
           OPEN OUTPUT WB-PEND-FILE                                     00003310
           IF FS-WB-PEND-FILE NOT = "00"                                00003320
              MOVE "OPEN FAILED ON WB-PEND-FILE" TO WS-ABEND-MESSAGE    00003330
              GO TO 9999-ABEND                                          00003340
           END-IF                                                       00003350
           PERFORM UNTIL WS-EOF                                         00003360
             READ PEND-FILE                                             00003370
               AT END                                                   00003380
                 SET WS-EOF TO TRUE                                     00003390
               NOT AT END                                               00003400
                 ADD 1 TO WS-PENDS-READ                                 00003410
                 PERFORM 3100-LOAD-ONE-PEND THRU 3100-EXIT              00003420
             END-READ                                                   00003430
           END-PERFORM                                                  00003440
           CLOSE PEND-FILE                                              00003450
           CLOSE WB-PEND-FILE.                                          00003460
       3000-EXIT.                                                       00003470
           EXIT.                                                        00003480
                                                                        00003490
       3100-LOAD-ONE-PEND.                                              00003500
           MOVE SPACES TO WB-PEND-RECORD                                00003510
           MOVE PND-APPL-ID TO CWP-APPL-ID                              00003520
           MOVE PND-NAME TO CWP-NAME                                    00003530
           MOVE PND-PRODUCT-CD TO CWP-PRODUCT-CD                        00003540
           MOVE PND-INPUT-SCORE TO CWP-INPUT-SCORE                      00003550
           MOVE PND-COMP-SCORE TO CWP-COMP-SCORE                        00003560
      *> THE CODES ARRIVE ALREADY RANKED BY CONDI; ONLY THE TEXT        00003570
      *> IS LOOKED UP HERE                                              00003580
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1                       00003590
                    UNTIL WS-PND-SUB > 4                                00003600
             MOVE PND-RSN-CODE (WS-PND-SUB) TO                          00003610
                CWP-RSN-CODE (WS-PND-SUB)                               00003620
             IF PND-RSN-CODE (WS-PND-SUB) NOT = SPACES                  00003630
                PERFORM 3110-FIND-REASON-TEXT THRU 3110-EXIT            00003640
             END-IF                                                     00003650
           END-PERFORM                                                  00003660
           MOVE PND-DATE TO CWP-PEND-DATE                               00003670
      *> A PEND FILE WRITTEN BEFORE THE FIRST-PEND DATE WAS CARRIED     00003680
      *> AGES FROM TONIGHT'S PEND DATE                                  00003690
           IF PND-FIRST-DATE NUMERIC AND PND-FIRST-DATE > 0             00003700
              MOVE PND-FIRST-DATE TO CWP-FIRST-DATE                     00003710
           ELSE                                                         00003720
              MOVE PND-DATE TO CWP-FIRST-DATE                           00003730
           END-IF                                                       00003740
           MOVE CWP-FIRST-DATE TO WS-DN-DATE                            00003750
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00003760
           COMPUTE CWP-FIRST-DAYNUM = WS-DN-RESULT - WS-ORIGIN-DAYNUM   00003770
           SET CWP-OPEN TO TRUE                                         00003780
           MOVE ZEROES TO CWP-HOLD-DATE                                 00003790
           MOVE ZEROES TO CWP-HOLD-TIME                                 00003800
           WRITE WB-PEND-RECORD                                         00003810
           EVALUATE FS-WB-PEND-FILE                                     00003820
             WHEN "00"                                                  00003830
               ADD 1 TO WS-PENDS-LOADED                                 00003840
             WHEN "22"                                                  00003850
               ADD 1 TO WS-PENDS-DROPPED                                00003860
             WHEN OTHER                                                 00003870
               DISPLAY "WRITE FAILED, WB-PEND STATUS: "                 00003880
                 FS-WB-PEND-FILE                                        00003890
           END-EVALUATE.                                                00003900
       3100-EXIT.                                                       00003910
           EXIT.                                                        00003920
                                                                        00003930
       3110-FIND-REASON-TEXT.                                           00003940
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1                       00003950
                    UNTIL WS-RSN-SUB > WS-RSN-COUNT                     00003960
             IF TBL-RSN-CODE (WS-RSN-SUB) = PND-RSN-CODE (WS-PND-SUB)   00003970
                MOVE TBL-RSN-TEXT (WS-RSN-SUB) TO                       00003980
                   CWP-RSN-TEXT (WS-PND-SUB)                            00003990
             END-IF                                                     00004000
           END-PERFORM.                                                 00004010
       3110-EXIT.                                                       00004020
           EXIT.                                                        00004030
                                                                        00004040
      *> ***************************************************************00004050
      *> CONVERT WS-DN-DATE (CCYYMMDD) TO A SERIAL DAY NUMBER           00004060
      *> ***************************************************************00004070
       6000-DATE-TO-DAYNUM.                                             00004080
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1                   00004090
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAPS-4           00004100
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAPS-100       00004110
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAPS-400       00004120
           COMPUTE WS-DN-RESULT =                                       00004130
              (WS-DN-PRIOR-YEARS * 365)                                 00004140
              + WS-DN-LEAPS-4                                           00004150
              - WS-DN-LEAPS-100                                         00004160
              + WS-DN-LEAPS-400                                         00004170
              + CUM-DAYS-TO-MONTH (WS-DN-MM)                            00004180
              + WS-DN-DD                                                00004190
           PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT                  00004200
           IF WS-DN-MM > 2 AND WS-DN-LEAP-YEAR                          00004210
              ADD 1 TO WS-DN-RESULT                                     00004220
           END-IF.                                                      00004230
       6000-EXIT.                                                       00004240
           EXIT.                                                        00004250
                                                                        00004260
       6100-CHECK-LEAP-YEAR.                                            00004270
           MOVE 'N' TO WS-DN-LEAP-SW                                    00004280
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-LEAP-QUOT                00004290
              REMAINDER WS-DN-LEAP-REM                                  00004300
           IF WS-DN-LEAP-REM = 0                                        00004310
              DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-LEAP-QUOT           00004320
                 REMAINDER WS-DN-LEAP-REM                               00004330
              IF WS-DN-LEAP-REM = 0                                     00004340
                 DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-LEAP-QUOT        00004350
                    REMAINDER WS-DN-LEAP-REM                            00004360
                 IF WS-DN-LEAP-REM = 0                                  00004370
                    SET WS-DN-LEAP-YEAR TO TRUE                         00004380
                 END-IF                                                 00004390
              ELSE                                                      00004400
                 SET WS-DN-LEAP-YEAR TO TRUE                            00004410
              END-IF                                                    00004420
           END-IF.                                                      00004430
       6100-EXIT.                                                       00004440
           EXIT.                                                        00004450
                                                                        00004460
       9000-TERMINATE.                                                  00004470
           DISPLAY "===== CONDPNDL RUN SUMMARY ====="                   00004480
           DISPLAY "PENDS READ        : " WS-PENDS-READ                 00004490
           DISPLAY "CASES LOADED      : " WS-PENDS-LOADED               00004500
           DISPLAY "CASES DROPPED     : " WS-PENDS-DROPPED              00004510
           DISPLAY "REASON CODES      : " WS-RSN-LOADED                 00004520
           DISPLAY "UNDERWRITERS READ : " WS-UWR-READ                   00004530
           DISPLAY "UNDERWRITERS LOAD : " WS-UWR-LOADED                 00004540
           IF WS-NO-UWR OR WS-PENDS-DROPPED > 0                         00004550
              SET RC-WARNING TO TRUE                                    00004560
           END-IF                                                       00004570
           IF RC-WARNING                                                00004580
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00004590
           END-IF.                                                      00004600
       9000-EXIT.                                                       00004610
           EXIT.                                                        00004620
                                                                        00004630
       COPY ABENDPAR.                                                   00004640
