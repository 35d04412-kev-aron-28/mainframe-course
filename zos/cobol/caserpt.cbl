       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. CASERPT.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * MONTHLY SERVICE-DESK CASE REPORT FOR COMPLIANCE.         *      00000090
      * RUN ON THE LAST BUSINESS DAY; THE REPORT MONTH IS THE    *      00000100
      * MONTH OF THE PROCESSING DATE.  ONE LINE PER CATEGORY ON  *      00000110
      * THE MAINTAINED CATEGORY LIST, COMPLAINTS FIRST: CASES    *      00000120
      * OPENED IN THE MONTH, CASES CLOSED IN THE MONTH BY        *      00000130
      * OUTCOME (UPHELD, PARTLY UPHELD, NOT UPHELD, ANY OTHER)   *      00000140
      * AND HOW MANY OF THOSE CLOSED WITHIN THE CATEGORY'S       *      00000150
      * TARGET DAYS, THEN THE CASES STILL OPEN AT MONTH END AND  *      00000160
      * HOW MANY OF THEM ARE ESCALATED.  SUBTOTALS FOR           *      00000170
      * COMPLAINTS AND SERVICE REQUESTS.  A CASE WHOSE CATEGORY  *      00000180
      * HAS SINCE LEFT THE LIST IS COUNTED ON AN UNLISTED LINE   *      00000190
      * AND ENDS THE STEP RC=4.  READ ONLY.                      *      00000200
      * ********************************************************        00000210
       ENVIRONMENT DIVISION.                                            00000220
       INPUT-OUTPUT SECTION.                                            00000230
       FILE-CONTROL.                                                    00000240
           SELECT CASE-FILE                                             00000250
           ASSIGN TO CASEFILE                                           00000260
           ORGANIZATION IS INDEXED                                      00000270
           ACCESS MODE IS SEQUENTIAL                                    00000280
           RECORD KEY IS CSE-CASE-ID                                    00000290
           FILE STATUS IS FS-CASE-FILE.                                 00000300
           SELECT CASE-CAT-FILE                                         00000310
           ASSIGN TO CASECAT                                            00000320
           ORGANIZATION IS SEQUENTIAL                                   00000330
           FILE STATUS IS FS-CASE-CAT-FILE.                             00000340
           SELECT CASE-RPT-FILE                                         00000350
           ASSIGN TO CASERPT                                            00000360
           ORGANIZATION IS SEQUENTIAL                                   00000370
           FILE STATUS IS FS-CASE-RPT-FILE.                             00000380
           SELECT PROC-DATE-FILE                                        00000390
           ASSIGN TO PROCDATE                                           00000400
           ORGANIZATION IS SEQUENTIAL                                   00000410
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000420
       DATA DIVISION.                                                   00000430
       FILE SECTION.                                                    00000440
       FD CASE-FILE.                                                    00000450
       COPY CASEREC.                                                    00000460
                                                                        00000470
       FD CASE-CAT-FILE.                                                00000480
       COPY CASECAT.                                                    00000490
                                                                        00000500
       FD CASE-RPT-FILE.                                                00000510
       01 CASE-RPT-LINE             PIC X(133).                         00000520
                                                                        00000530
       FD PROC-DATE-FILE.                                               00000540
       COPY PROCDREC.                                                   00000550
                                                                        00000560
       WORKING-STORAGE SECTION.                                         00000570
       01 FS-CASE-FILE PIC XX.                                          00000580
       01 FS-CASE-CAT-FILE PIC XX.                                      00000590
       01 FS-CASE-RPT-FILE PIC XX.                                      00000600
                                                                        00000610
       01 WS-CASE-EOF-SW PIC X(01) VALUE 'N'.                           00000620
           88 WS-CASE-EOF VALUE 'Y'.                                    00000630
       01 WS-CAT-EOF-SW PIC X(01) VALUE 'N'.                            00000640
           88 WS-CAT-EOF VALUE 'Y'.                                     00000650
                                                                        00000660
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00000670
       01 WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE.                      00000680
           05 WS-RPT-MONTH PIC 9(06).                                   00000690
           05 FILLER PIC 9(02).                                         00000700
       01 WS-CHK-DATE PIC 9(08) VALUE ZEROES.                           00000710
       01 WS-CHK-DATE-GROUP REDEFINES WS-CHK-DATE.                      00000720
           05 WS-CHK-MONTH PIC 9(06).                                   00000730
           05 FILLER PIC 9(02).                                         00000740
       01 WS-OPEN-DAYNUM PIC 9(07) VALUE ZEROES.                        00000750
       01 WS-DAYS-TAKEN PIC S9(05) VALUE ZEROES.                        00000760
                                                                        00000770
      *> ***************************************************************00000780
      *> ONE COUNTING ENTRY PER CATEGORY; THE LAST ENTRY LOADED IS THE  00000790
      *> UNLISTED LINE FOR CASES WHOSE CATEGORY IS NO LONGER ON FILE    00000800
      *> ***************************************************************00000810
       01 WS-CAT-TABLE.                                                 00000820
           05 WS-CAT-ENTRY OCCURS 101 TIMES.                            00000830
               10 TBL-CAT-CODE          PIC X(04).                      00000840
               10 TBL-CAT-DESC          PIC X(30).                      00000850
               10 TBL-CAT-TYPE          PIC X(01).                      00000860
               10 TBL-CAT-TARGET        PIC 9(03).                      00000870
               10 TBL-CAT-COUNTS.                                       00000880
                   15 TBL-OPENED        PIC 9(06).                      00000890
                   15 TBL-CLOSED        PIC 9(06).                      00000900
                   15 TBL-UPHELD        PIC 9(06).                      00000910
                   15 TBL-PARTLY        PIC 9(06).                      00000920
                   15 TBL-NOT-UPHELD    PIC 9(06).                      00000930
                   15 TBL-OTHER         PIC 9(06).                      00000940
                   15 TBL-IN-TARGET     PIC 9(06).                      00000950
                   15 TBL-OPEN-END      PIC 9(06).                      00000960
                   15 TBL-ESCALATED     PIC 9(06).                      00000970
       01 WS-CAT-COUNT PIC 9(03) VALUE ZEROES.                          00000980
       01 WS-CAT-MAX PIC 9(03) VALUE 100.                               00000990
       01 WS-CAT-SUB PIC 9(03) VALUE ZEROES.                            00001000
       01 WS-CAT-HIT PIC 9(03) VALUE ZEROES.                            00001010
       01 WS-UNLISTED-SUB PIC 9(03) VALUE ZEROES.                       00001020
                                                                        00001030
       01 WS-SUM-COUNTS.                                                00001040
           05 SUM-OPENED PIC 9(07).                                     00001050
           05 SUM-CLOSED PIC 9(07).                                     00001060
           05 SUM-UPHELD PIC 9(07).                                     00001070
           05 SUM-PARTLY PIC 9(07).                                     00001080
           05 SUM-NOT-UPHELD PIC 9(07).                                 00001090
           05 SUM-OTHER PIC 9(07).                                      00001100
           05 SUM-IN-TARGET PIC 9(07).                                  00001110
           05 SUM-OPEN-END PIC 9(07).                                   00001120
           05 SUM-ESCALATED PIC 9(07).                                  00001130
       01 WS-SUM-TYPE PIC X(01) VALUE SPACE.                            00001140
                                                                        00001150
       01 WS-CASES-READ PIC 9(07) VALUE ZEROES.                         00001160
       01 WS-UNLISTED-COUNT PIC 9(07) VALUE ZEROES.                     00001170
                                                                        00001180
       COPY ABENDCPY.                                                   00001190
       COPY PROCDCPY.                                                   00001200
                                                                        00001210
      *> ***************************************************************00001220
      *> DAY-NUMBER CONVERSION WORK AREAS FOR THE DAYS A CASE TOOK      00001230
      *> ***************************************************************00001240
       01 WS-DN-DATE PIC 9(08).                                         00001250
       01 WS-DN-DATE-GROUP REDEFINES WS-DN-DATE.                        00001260
           05 WS-DN-YYYY PIC 9(04).                                     00001270
           05 WS-DN-MM PIC 9(02).                                       00001280
           05 WS-DN-DD PIC 9(02).                                       00001290
       01 WS-DN-RESULT PIC 9(07).                                       00001300
       01 WS-DN-PRIOR-YEARS PIC 9(04).                                  00001310
       01 WS-DN-LEAPS-4 PIC 9(04).                                      00001320
       01 WS-DN-LEAPS-100 PIC 9(04).                                    00001330
       01 WS-DN-LEAPS-400 PIC 9(04).                                    00001340
       01 WS-DN-LEAP-QUOT PIC 9(04).                                    00001350
       01 WS-DN-LEAP-REM PIC 9(04).                                     00001360
       01 WS-DN-LEAP-SW PIC X(01) VALUE 'N'.                            00001370
           88 WS-DN-LEAP-YEAR VALUE 'Y'.                                00001380
       01 CUM-DAYS-INIT.                                                00001390
           05 FILLER PIC 9(03) VALUE 000.                               00001400
           05 FILLER PIC 9(03) VALUE 031.                               00001410
           05 FILLER PIC 9(03) VALUE 059.                               00001420
           05 FILLER PIC 9(03) VALUE 090.                               00001430
           05 FILLER PIC 9(03) VALUE 120.                               00001440
           05 FILLER PIC 9(03) VALUE 151.                               00001450
           05 FILLER PIC 9(03) VALUE 181.                               00001460
           05 FILLER PIC 9(03) VALUE 212.                               00001470
           05 FILLER PIC 9(03) VALUE 243.                               00001480
           05 FILLER PIC 9(03) VALUE 273.                               00001490
           05 FILLER PIC 9(03) VALUE 304.                               00001500
           05 FILLER PIC 9(03) VALUE 334.                               00001510
       01 CUM-DAYS REDEFINES CUM-DAYS-INIT.                             00001520
           05 CUM-DAYS-TO-MONTH OCCURS 12 TIMES PIC 9(03).              00001530
                                                                        00001540
       01 WS-HDR-LINE-1.                                                00001550
           05 FILLER PIC X(01) VALUE '1'.                               00001560
           05 FILLER PIC X(50)                                          00001570
              VALUE 'CASERPT - SERVICE-DESK CASES BY CATEGORY'.         00001580
           05 FILLER PIC X(13) VALUE 'REPORT MONTH '.                   00001590
           05 HDR-RPT-MONTH PIC 9(06).                                  00001600
                                                                        00001610
       01 WS-HDR-SECTION-LINE.                                          00001620
           05 FILLER PIC X(01) VALUE '0'.                               00001630
           05 HDR-SECTION PIC X(40).                                    00001640
                                                                        00001650
       01 WS-HDR-COL-LINE-1.                                            00001660
           05 FILLER PIC X(01) VALUE SPACE.                             00001670
           05 FILLER PIC X(36) VALUE SPACES.                            00001680
           05 FILLER PIC X(10) VALUE '    OPENED'.                      00001690
           05 FILLER PIC X(25) VALUE '  ---------------- CLOSED'.       00001700
           05 FILLER PIC X(25) VALUE ' IN MONTH ---------------'.       00001710
           05 FILLER PIC X(10) VALUE '    CLOSED'.                      00001720
           05 FILLER PIC X(10) VALUE '   OPEN AT'.                      00001730
           05 FILLER PIC X(10) VALUE '  OF WHICH'.                      00001740
                                                                        00001750
       01 WS-HDR-COL-LINE-2.                                            00001760
           05 FILLER PIC X(01) VALUE SPACE.                             00001770
           05 FILLER PIC X(06) VALUE 'CAT'.                             00001780
           05 FILLER PIC X(30) VALUE 'DESCRIPTION'.                     00001790
           05 FILLER PIC X(10) VALUE '  IN MONTH'.                      00001800
           05 FILLER PIC X(10) VALUE '    UPHELD'.                      00001810
           05 FILLER PIC X(10) VALUE '    PARTLY'.                      00001820
           05 FILLER PIC X(10) VALUE ' NOT UPHLD'.                      00001830
           05 FILLER PIC X(10) VALUE '     OTHER'.                      00001840
           05 FILLER PIC X(10) VALUE '     TOTAL'.                      00001850
           05 FILLER PIC X(10) VALUE ' IN TARGET'.                      00001860
           05 FILLER PIC X(10) VALUE ' MONTH END'.                      00001870
           05 FILLER PIC X(10) VALUE ' ESCALATED'.                      00001880
                                                                        00001890
       01 WS-CAT-LINE.                                                  00001900
           05 FILLER PIC X(01) VALUE SPACE.                             00001910
           05 CL-CODE PIC X(04).                                        00001920
           05 FILLER PIC X(02) VALUE SPACES.                            00001930
           05 CL-DESC PIC X(30).                                        00001940
           05 CL-OPENED PIC ZZZ,ZZ9B(03).                               00001950
           05 CL-UPHELD PIC ZZZ,ZZ9B(03).                               00001960
           05 CL-PARTLY PIC ZZZ,ZZ9B(03).                               00001970
           05 CL-NOT-UPHELD PIC ZZZ,ZZ9B(03).                           00001980
           05 CL-OTHER PIC ZZZ,ZZ9B(03).                                00001990
           05 CL-CLOSED PIC ZZZ,ZZ9B(03).                               00002000
           05 CL-IN-TARGET PIC ZZZ,ZZ9B(03).                            00002010
           05 CL-OPEN-END PIC ZZZ,ZZ9B(03).                             00002020
           05 CL-ESCALATED PIC ZZZ,ZZ9.                                 00002030
                                                                        00002040
       01 WS-NOTE-LINE.                                                 00002050
           05 FILLER PIC X(01) VALUE SPACE.                             00002060
           05 NOTE-TEXT PIC X(100).                                     00002070
                                                                        00002080
       PROCEDURE DIVISION.                                              00002090
       0000-MAIN.                                                       00002100
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00002110
           PERFORM 2000-COUNT-CASES THRU 2000-EXIT                      00002120
           PERFORM 3000-PRINT-REPORT THRU 3000-EXIT                     00002130
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00002140
           MOVE WS-STD-RETURN-CODE TO RETURN-CODE                       00002150
           GOBACK.                                                      00002160
                                                                        00002170
       1000-INITIALIZE.                                                 00002180
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00002190
           IF WS-PROCESS-DATE > 0                                       00002200
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00002210
           ELSE                                                         00002220
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00002230
           END-IF                                                       00002240
           PERFORM 1100-LOAD-CATEGORIES THRU 1100-EXIT                  00002250
           OPEN INPUT CASE-FILE                                         00002260
           IF FS-CASE-FILE NOT = "00"                                   00002270
              MOVE "OPEN FAILED ON CASE-FILE" TO WS-ABEND-MESSAGE       00002280
              GO TO 9999-ABEND                                          00002290
           END-IF                                                       00002300
           OPEN OUTPUT CASE-RPT-FILE                                    00002310
           IF FS-CASE-RPT-FILE NOT = "00"                               00002320
              MOVE "OPEN FAILED ON CASE-RPT-FILE" TO WS-ABEND-MESSAGE   00002330
              GO TO 9999-ABEND                                          00002340
           END-IF                                                       00002350
           MOVE WS-RPT-MONTH TO HDR-RPT-MONTH                           00002360
           WRITE CASE-RPT-LINE FROM WS-HDR-LINE-1.                      00002370
       1000-EXIT.                                                       00002380
           EXIT.                                                        00002390
                                                                        00002400
      *> ***************************************************************00002410
      *> THE CATEGORY CARD LIST, WITH AN UNLISTED ENTRY ADDED AT THE    00002420
      *> END FOR CASES WHOSE CATEGORY HAS BEEN TAKEN OFF IT             00002430
      *> ***************************************************************00002440
       1100-LOAD-CATEGORIES.                                            00002450
           OPEN INPUT CASE-CAT-FILE                                     00002460
           IF FS-CASE-CAT-FILE NOT = "00"                               00002470
              MOVE "OPEN FAILED ON CASE-CAT-FILE" TO WS-ABEND-MESSAGE   00002480
              GO TO 9999-ABEND                                          00002490
           END-IF                                                       00002500
           PERFORM UNTIL WS-CAT-EOF                                     00002510
             READ CASE-CAT-FILE                                         00002520
               AT END                                                   00002530
                 SET WS-CAT-EOF TO TRUE                                 00002540
               NOT AT END                                               00002550
                 IF WS-CAT-COUNT >= WS-CAT-MAX                          00002560
                    MOVE "CATEGORY TABLE OVERFLOW - RAISE THE MAX" TO   00002570
                       WS-ABEND-MESSAGE                                 00002580
                    GO TO 9999-ABEND                                    00002590
                 END-IF                                                 00002600
                 ADD 1 TO WS-CAT-COUNT                                  00002610
                 MOVE CCT-CODE TO TBL-CAT-CODE (WS-CAT-COUNT)           00002620
                 MOVE CCT-DESC TO TBL-CAT-DESC (WS-CAT-COUNT)           00002630
                 MOVE CCT-TYPE TO TBL-CAT-TYPE (WS-CAT-COUNT)           00002640
                 MOVE CCT-TARGET-DAYS TO TBL-CAT-TARGET (WS-CAT-COUNT)  00002650
                 MOVE ZEROES TO TBL-CAT-COUNTS (WS-CAT-COUNT)           00002660
             END-READ                                                   00002670
           END-PERFORM                                                  00002680
           CLOSE CASE-CAT-FILE                                          00002690
           ADD 1 TO WS-CAT-COUNT                                        00002700
           MOVE WS-CAT-COUNT TO WS-UNLISTED-SUB                         00002710
           MOVE '????' TO TBL-CAT-CODE (WS-UNLISTED-SUB)                00002720
           MOVE 'CATEGORY NO LONGER LISTED' TO                          00002730
              TBL-CAT-DESC (WS-UNLISTED-SUB)                            00002740
           MOVE SPACE TO TBL-CAT-TYPE (WS-UNLISTED-SUB)                 00002750
           MOVE ZEROES TO TBL-CAT-TARGET (WS-UNLISTED-SUB)              00002760
           MOVE ZEROES TO TBL-CAT-COUNTS (WS-UNLISTED-SUB).             00002770
       1100-EXIT.                                                       00002780
           EXIT.                                                        00002790
                                                                        00002800
      *> ***************************************************************00002810
      *> ONE PASS OF THE MASTER, SKIPPING THE CONTROL RECORD            00002820
      *> ***************************************************************00002830
       2000-COUNT-CASES.                                                00002840
           PERFORM UNTIL WS-CASE-EOF                                    00002850
             READ CASE-FILE NEXT                                        00002860
             EVALUATE FS-CASE-FILE                                      00002870
               WHEN "00"                                                00002880
                 IF CSE-CASE-ID > 0                                     00002890
                    PERFORM 2100-COUNT-ONE-CASE THRU 2100-EXIT          00002900
                 END-IF                                                 00002910
               WHEN "10"                                                00002920
                 SET WS-CASE-EOF TO TRUE                                00002930
               WHEN OTHER                                               00002940
                 MOVE "READ FAILED ON CASE-FILE" TO WS-ABEND-MESSAGE    00002950
                 GO TO 9999-ABEND                                       00002960
             END-EVALUATE                                               00002970
           END-PERFORM.                                                 00002980
       2000-EXIT.                                                       00002990
           EXIT.                                                        00003000
                                                                        00003010
       2100-COUNT-ONE-CASE.                                             00003020
           ADD 1 TO WS-CASES-READ                                       00003030
           MOVE ZEROES TO WS-CAT-HIT                                    00003040
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1                       00003050
                    UNTIL WS-CAT-SUB >= WS-UNLISTED-SUB                 00003060
                       OR WS-CAT-HIT > 0                                00003070
             IF TBL-CAT-CODE (WS-CAT-SUB) = CSE-CATEGORY                00003080
                MOVE WS-CAT-SUB TO WS-CAT-HIT                           00003090
             END-IF                                                     00003100
           END-PERFORM                                                  00003110
           IF WS-CAT-HIT = 0                                            00003120
              MOVE WS-UNLISTED-SUB TO WS-CAT-HIT                        00003130
              ADD 1 TO WS-UNLISTED-COUNT                                00003140
              SET RC-WARNING TO TRUE                                    00003150
           END-IF                                                       00003160
                                                                        00003170
           MOVE CSE-OPENED-DATE TO WS-CHK-DATE                          00003180
           IF WS-CHK-MONTH = WS-RPT-MONTH                               00003190
              ADD 1 TO TBL-OPENED (WS-CAT-HIT)                          00003200
           END-IF                                                       00003210
           IF CSE-CLOSED                                                00003220
              MOVE CSE-CLOSED-DATE TO WS-CHK-DATE                       00003230
              IF WS-CHK-MONTH = WS-RPT-MONTH                            00003240
                 PERFORM 2200-COUNT-CLOSURE THRU 2200-EXIT              00003250
              END-IF                                                    00003260
           END-IF                                                       00003270
           IF CSE-ACTIVE                                                00003280
              ADD 1 TO TBL-OPEN-END (WS-CAT-HIT)                        00003290
              IF CSE-ESCALATED                                          00003300
                 ADD 1 TO TBL-ESCALATED (WS-CAT-HIT)                    00003310
              END-IF                                                    00003320
           END-IF.                                                      00003330
       2100-EXIT.                                                       00003340
           EXIT.                                                        00003350
                                                                        00003360
       2200-COUNT-CLOSURE.                                              00003370
           ADD 1 TO TBL-CLOSED (WS-CAT-HIT)                             00003380
           EVALUATE CSE-RESOLUTION-CD                                   00003390
             WHEN 'UPHD'                                                00003400
               ADD 1 TO TBL-UPHELD (WS-CAT-HIT)                         00003410
             WHEN 'PART'                                                00003420
               ADD 1 TO TBL-PARTLY (WS-CAT-HIT)                         00003430
             WHEN 'NUPH'                                                00003440
               ADD 1 TO TBL-NOT-UPHELD (WS-CAT-HIT)                     00003450
             WHEN OTHER                                                 00003460
               ADD 1 TO TBL-OTHER (WS-CAT-HIT)                          00003470
           END-EVALUATE                                                 00003480
      *> WITHIN TARGET MEANS CLOSED NO MORE THAN THE CATEGORY'S         00003490
      *> TARGET DAYS AFTER IT WAS OPENED                                00003500
           MOVE CSE-OPENED-DATE TO WS-DN-DATE                           00003510
           IF WS-DN-MM < 1 OR WS-DN-MM > 12                             00003520
              GO TO 2200-EXIT                                           00003530
           END-IF                                                       00003540
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00003550
           MOVE WS-DN-RESULT TO WS-OPEN-DAYNUM                          00003560
           MOVE CSE-CLOSED-DATE TO WS-DN-DATE                           00003570
           IF WS-DN-MM < 1 OR WS-DN-MM > 12                             00003580
              GO TO 2200-EXIT                                           00003590
           END-IF                                                       00003600
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00003610
           COMPUTE WS-DAYS-TAKEN = WS-DN-RESULT - WS-OPEN-DAYNUM        00003620
           IF WS-DAYS-TAKEN <= TBL-CAT-TARGET (WS-CAT-HIT)              00003630
              AND WS-CAT-HIT NOT = WS-UNLISTED-SUB                      00003640
              ADD 1 TO TBL-IN-TARGET (WS-CAT-HIT)                       00003650
           END-IF.                                                      00003660
       2200-EXIT.                                                       00003670
           EXIT.                                                        00003680
                                                                        00003690
      *> ***************************************************************00003700
      *> COMPLAINTS, THEN SERVICE REQUESTS, EACH WITH ITS SUBTOTAL;     00003710
      *> THE UNLISTED LINE ONLY WHEN SOMETHING WAS COUNTED ON IT        00003720
      *> ***************************************************************00003730
       3000-PRINT-REPORT.                                               00003740
           MOVE 'COMPLAINTS' TO HDR-SECTION                             00003750
           MOVE 'C' TO WS-SUM-TYPE                                      00003760
           PERFORM 3100-PRINT-SECTION THRU 3100-EXIT                    00003770
           MOVE 'SERVICE REQUESTS' TO HDR-SECTION                       00003780
           MOVE 'S' TO WS-SUM-TYPE                                      00003790
           PERFORM 3100-PRINT-SECTION THRU 3100-EXIT                    00003800
           IF WS-UNLISTED-COUNT > 0                                     00003810
              MOVE 'UNLISTED CATEGORIES' TO HDR-SECTION                 00003820
              MOVE SPACE TO WS-SUM-TYPE                                 00003830
              PERFORM 3100-PRINT-SECTION THRU 3100-EXIT                 00003840
           END-IF                                                       00003850
           MOVE SPACES TO CASE-RPT-LINE                                 00003860
           WRITE CASE-RPT-LINE                                          00003870
           MOVE SPACES TO NOTE-TEXT                                     00003880
           STRING 'CASES ON FILE ' WS-CASES-READ                        00003890
              '   ON UNLISTED CATEGORIES ' WS-UNLISTED-COUNT            00003900
              DELIMITED BY SIZE INTO NOTE-TEXT                          00003910
           WRITE CASE-RPT-LINE FROM WS-NOTE-LINE.                       00003920
       3000-EXIT.                                                       00003930
           EXIT.                                                        00003940
                                                                        00003950
       3100-PRINT-SECTION.                                              00003960
           WRITE CASE-RPT-LINE FROM WS-HDR-SECTION-LINE                 00003970
           WRITE CASE-RPT-LINE FROM WS-HDR-COL-LINE-1                   00003980
           WRITE CASE-RPT-LINE FROM WS-HDR-COL-LINE-2                   00003990
           MOVE ZEROES TO WS-SUM-COUNTS                                 00004000
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1                       00004010
                    UNTIL WS-CAT-SUB > WS-CAT-COUNT                     00004020
             IF TBL-CAT-TYPE (WS-CAT-SUB) = WS-SUM-TYPE                 00004030
                PERFORM 3200-PRINT-CATEGORY THRU 3200-EXIT              00004040
             END-IF                                                     00004050
           END-PERFORM                                                  00004060
           MOVE SPACES TO CL-CODE                                       00004070
           MOVE 'TOTAL' TO CL-DESC                                      00004080
           MOVE SUM-OPENED TO CL-OPENED                                 00004090
           MOVE SUM-UPHELD TO CL-UPHELD                                 00004100
           MOVE SUM-PARTLY TO CL-PARTLY                                 00004110
           MOVE SUM-NOT-UPHELD TO CL-NOT-UPHELD                         00004120
           MOVE SUM-OTHER TO CL-OTHER                                   00004130
           MOVE SUM-CLOSED TO CL-CLOSED                                 00004140
           MOVE SUM-IN-TARGET TO CL-IN-TARGET                           00004150
           MOVE SUM-OPEN-END TO CL-OPEN-END                             00004160
           MOVE SUM-ESCALATED TO CL-ESCALATED                           00004170
           MOVE SPACES TO CASE-RPT-LINE                                 00004180
           WRITE CASE-RPT-LINE                                          00004190
           WRITE CASE-RPT-LINE FROM WS-CAT-LINE.                        00004200
       3100-EXIT.                                                       00004210
           EXIT.                                                        00004220
                                                                        00004230
       3200-PRINT-CATEGORY.                                             00004240
           MOVE TBL-CAT-CODE (WS-CAT-SUB) TO CL-CODE                    00004250
           MOVE TBL-CAT-DESC (WS-CAT-SUB) TO CL-DESC                    00004260
           MOVE TBL-OPENED (WS-CAT-SUB) TO CL-OPENED                    00004270
           MOVE TBL-UPHELD (WS-CAT-SUB) TO CL-UPHELD                    00004280
           MOVE TBL-PARTLY (WS-CAT-SUB) TO CL-PARTLY                    00004290
           MOVE TBL-NOT-UPHELD (WS-CAT-SUB) TO CL-NOT-UPHELD            00004300
           MOVE TBL-OTHER (WS-CAT-SUB) TO CL-OTHER                      00004310
           MOVE TBL-CLOSED (WS-CAT-SUB) TO CL-CLOSED                    00004320
           MOVE TBL-IN-TARGET (WS-CAT-SUB) TO CL-IN-TARGET              00004330
           MOVE TBL-OPEN-END (WS-CAT-SUB) TO CL-OPEN-END                00004340
           MOVE TBL-ESCALATED (WS-CAT-SUB) TO CL-ESCALATED              00004350
           WRITE CASE-RPT-LINE FROM WS-CAT-LINE                         00004360
           ADD TBL-OPENED (WS-CAT-SUB) TO SUM-OPENED                    00004370
           ADD TBL-UPHELD (WS-CAT-SUB) TO SUM-UPHELD                    00004380
           ADD TBL-PARTLY (WS-CAT-SUB) TO SUM-PARTLY                    00004390
           ADD TBL-NOT-UPHELD (WS-CAT-SUB) TO SUM-NOT-UPHELD            00004400
           ADD TBL-OTHER (WS-CAT-SUB) TO SUM-OTHER                      00004410
           ADD TBL-CLOSED (WS-CAT-SUB) TO SUM-CLOSED                    00004420
           ADD TBL-IN-TARGET (WS-CAT-SUB) TO SUM-IN-TARGET              00004430
           ADD TBL-OPEN-END (WS-CAT-SUB) TO SUM-OPEN-END                00004440
           ADD TBL-ESCALATED (WS-CAT-SUB) TO SUM-ESCALATED.             00004450
       3200-EXIT.                                                       00004460
           EXIT.                                                        00004470
                                                                        00004480
      *> ***************************************************************00004490
      *> CONVERT WS-DN-DATE (CCYYMMDD) TO A SERIAL DAY NUMBER           00004500
      *> ***************************************************************00004510
       6000-DATE-TO-DAYNUM.                                             00004520
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1                   00004530
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAPS-4           00004540
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAPS-100       00004550
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAPS-400       00004560
           COMPUTE WS-DN-RESULT =                                       00004570
              (WS-DN-PRIOR-YEARS * 365)                                 00004580
              + WS-DN-LEAPS-4                                           00004590
              - WS-DN-LEAPS-100                                         00004600
              + WS-DN-LEAPS-400                                         00004610
              + CUM-DAYS-TO-MONTH (WS-DN-MM)                            00004620
              + WS-DN-DD                                                00004630
           PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT                  00004640
           IF WS-DN-MM > 2 AND WS-DN-LEAP-YEAR                          00004650
              ADD 1 TO WS-DN-RESULT                                     00004660
           END-IF.                                                      00004670
       6000-EXIT.                                                       00004680
           EXIT.                                                        00004690
                                                                        00004700
       6100-CHECK-LEAP-YEAR.                                            00004710
           MOVE 'N' TO WS-DN-LEAP-SW                                    00004720
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-LEAP-QUOT                00004730
              REMAINDER WS-DN-LEAP-REM                                  00004740
           IF WS-DN-LEAP-REM = 0                                        00004750
              DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-LEAP-QUOT           00004760
                 REMAINDER WS-DN-LEAP-REM                               00004770
              IF WS-DN-LEAP-REM = 0                                     00004780
                 DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-LEAP-QUOT        00004790
                    REMAINDER WS-DN-LEAP-REM                            00004800
                 IF WS-DN-LEAP-REM = 0                                  00004810
                    SET WS-DN-LEAP-YEAR TO TRUE                         00004820
                 END-IF                                                 00004830
              ELSE                                                      00004840
                 SET WS-DN-LEAP-YEAR TO TRUE                            00004850
              END-IF                                                    00004860
           END-IF.                                                      00004870
       6100-EXIT.                                                       00004880
           EXIT.                                                        00004890
                                                                        00004900
       9000-TERMINATE.                                                  00004910
           CLOSE CASE-FILE                                              00004920
           CLOSE CASE-RPT-FILE                                          00004930
           DISPLAY "===== CASERPT RUN SUMMARY ====="                    00004940
           DISPLAY "REPORT MONTH         : " WS-RPT-MONTH               00004950
           DISPLAY "CASES ON FILE        : " WS-CASES-READ              00004960
           DISPLAY "UNLISTED CATEGORY    : " WS-UNLISTED-COUNT.         00004970
       9000-EXIT.                                                       00004980
           EXIT.                                                        00004990
                                                                        00005000
       COPY ABENDPAR.                                                   00005010
       COPY PROCDPAR.                                                   00005020
