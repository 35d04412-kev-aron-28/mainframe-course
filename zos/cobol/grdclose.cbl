       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. GRDCLOSE.                                            00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * TERM GRADE CLOSE AND MISSING-GRADE REPORT.               *      00000090
      * KEEPS THE TERM CONTROL FILE (TERMCTL): THE REGISTRAR'S   *      00000100
      * CARDS SET A TERM'S GRADE DEADLINE (D) OR CLOSE IT NOW    *      00000110
      * (C), AND AN OPEN TERM WHOSE DEADLINE HAS PASSED CLOSES   *      00000120
      * ON THE FIRST RUN AFTER IT.  EACH RUN THEN PASSES THE     *      00000130
      * GRADE FILE TO ITS NEW GENERATION:                        *      00000140
      *   - EVERY GRADE OF A TERM CLOSING TONIGHT IS MARKED      *      00000150
      *     FINAL;                                               *      00000160
      *   - A GRADE FOR A TERM ALREADY CLOSED THAT IS NOT MARKED *      00000170
      *     FINAL ARRIVED ON THE FEED AFTER THE CLOSE AND IS     *      00000180
      *     REFUSED - A CLOSED TERM'S GRADES MOVE ONLY THROUGH   *      00000190
      *     THE APPROVED GRDCHG PATH, WHICH KEEPS THE MARK.      *      00000200
      * THE MISSING-GRADE REPORT LISTS, BY INSTRUCTOR AND        *      00000210
      * SECTION, EVERY STUDENT ENROLLED IN A TERM CLOSING        *      00000220
      * TONIGHT OR STILL OPEN WITH A DEADLINE WHO HAS NO GRADE   *      00000230
      * FOR THE COURSE.  CLOSES AND REFUSALS GO TO THE AUDIT     *      00000240
      * LOG.  REJECT REASON CODES (THE STUDENT G-CODES):         *      00000250
      *   G017 TERM CLOSED, GRADE NOT ACCEPTED                   *      00000260
      *   G018 CLOSE CARD ACTION NOT D OR C                      *      00000270
      *   G019 GRADE DEADLINE NOT A DATE                         *      00000280
      *   G020 TERM ALREADY CLOSED                               *      00000290
      *   G021 TERM CONTROL TABLE FULL                           *      00000300
      * ********************************************************        00000310
       ENVIRONMENT DIVISION.                                            00000320
       INPUT-OUTPUT SECTION.                                            00000330
       FILE-CONTROL.                                                    00000340
           SELECT CLOSE-CTL-FILE                                        00000350
           ASSIGN TO CLOSCTL                                            00000360
           ORGANIZATION IS SEQUENTIAL                                   00000370
           FILE STATUS IS FS-CLOSE-CTL-FILE.                            00000380
           SELECT TERM-IN-FILE                                          00000390
           ASSIGN TO TERMIN                                             00000400
           ORGANIZATION IS SEQUENTIAL                                   00000410
           FILE STATUS IS FS-TERM-IN-FILE.                              00000420
           SELECT TERM-OUT-FILE                                         00000430
           ASSIGN TO TERMOUT                                            00000440
           ORGANIZATION IS SEQUENTIAL                                   00000450
           FILE STATUS IS FS-TERM-OUT-FILE.                             00000460
           SELECT STUDENT-IN-FILE                                       00000470
           ASSIGN TO STUDIN                                             00000480
           ORGANIZATION IS SEQUENTIAL                                   00000490
           FILE STATUS IS FS-STUDENT-IN-FILE.                           00000500
           SELECT SECTION-FILE                                          00000510
           ASSIGN TO SECTIONS                                           00000520
           ORGANIZATION IS SEQUENTIAL                                   00000530
           FILE STATUS IS FS-SECTION-FILE.                              00000540
           SELECT REG-FILE                                              00000550
           ASSIGN TO REGIN                                              00000560
           ORGANIZATION IS SEQUENTIAL                                   00000570
           FILE STATUS IS FS-REG-FILE.                                  00000580
           SELECT GRADE-IN-FILE                                         00000590
           ASSIGN TO GRADEIN                                            00000600
           ORGANIZATION IS SEQUENTIAL                                   00000610
           FILE STATUS IS FS-GRADE-IN-FILE.                             00000620
           SELECT GRADE-OUT-FILE                                        00000630
           ASSIGN TO GRADEOUT                                           00000640
           ORGANIZATION IS SEQUENTIAL                                   00000650
           FILE STATUS IS FS-GRADE-OUT-FILE.                            00000660
           SELECT CLOSE-REJ-FILE                                        00000670
           ASSIGN TO GCLREJ                                             00000680
           ORGANIZATION IS SEQUENTIAL                                   00000690
           FILE STATUS IS FS-CLOSE-REJ-FILE.                            00000700
           SELECT MISSING-RPT-FILE                                      00000710
           ASSIGN TO MISSRPT                                            00000720
           ORGANIZATION IS SEQUENTIAL                                   00000730
           FILE STATUS IS FS-MISSING-RPT-FILE.                          00000740
           SELECT AUDIT-LOG-FILE                                        00000750
           ASSIGN TO AUDITLOG                                           00000760
           ORGANIZATION IS SEQUENTIAL                                   00000770
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000780
           SELECT PROC-DATE-FILE                                        00000790
           ASSIGN TO PROCDATE                                           00000800
           ORGANIZATION IS SEQUENTIAL                                   00000810
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000820
           SELECT REASON-CODE-FILE                                      00000830
           ASSIGN TO RSNCODES                                           00000840
           ORGANIZATION IS SEQUENTIAL                                   00000850
           FILE STATUS IS FS-REASON-CODE-FILE.                          00000860
       DATA DIVISION.                                                   00000870
       FILE SECTION.                                                    00000880
      *> ***************************************************************00000890
      *> REGISTRAR'S CARD: D SETS (OR MOVES) THE TERM'S GRADE           00000900
      *> DEADLINE, C CLOSES THE TERM TONIGHT                            00000910
      *> ***************************************************************00000920
       FD CLOSE-CTL-FILE.                                               00000930
       01 CLOSE-CTL-REC.                                                00000940
           05 TCC-ACTION            PIC X(01).                          00000950
               88 TCC-SET-DEADLINE   VALUE 'D'.                         00000960
               88 TCC-CLOSE          VALUE 'C'.                         00000970
           05 TCC-TERM              PIC X(05).                          00000980
           05 TCC-DEADLINE          PIC 9(08).                          00000990
           05 FILLER REDEFINES TCC-DEADLINE.                            00001000
               10 TCC-DEADLINE-YYYY PIC 9(04).                          00001010
               10 TCC-DEADLINE-MM   PIC 9(02).                          00001020
               10 TCC-DEADLINE-DD   PIC 9(02).                          00001030
           05 TCC-OPERATOR          PIC X(08).                          00001040
           05 FILLER                PIC X(58).                          00001050
                                                                        00001060
       FD TERM-IN-FILE.                                                 00001070
       COPY TERMCTL.                                                    00001080
                                                                        00001090
       FD TERM-OUT-FILE.                                                00001100
       01 TERM-OUT-RECORD           PIC X(80).                          00001110
                                                                        00001120
       FD STUDENT-IN-FILE.                                              00001130
       COPY STUDREC.                                                    00001140
                                                                        00001150
       FD SECTION-FILE.                                                 00001160
       COPY SECTREC.                                                    00001170
                                                                        00001180
       FD REG-FILE.                                                     00001190
       COPY REGREC.                                                     00001200
                                                                        00001210
       FD GRADE-IN-FILE.                                                00001220
       COPY GRADEREC.                                                   00001230
                                                                        00001240
       FD GRADE-OUT-FILE.                                               00001250
       01 GRADE-OUT-RECORD          PIC X(40).                          00001260
                                                                        00001270
       FD CLOSE-REJ-FILE.                                               00001280
       01 CLOSE-REJ-REC.                                                00001290
           05 GCLREJ-ORIG-TRAN      PIC X(80).                          00001300
           05 GCLREJ-REASON-CD      PIC X(04).                          00001310
           05 GCLREJ-REASON-TXT     PIC X(40).                          00001320
                                                                        00001330
       FD MISSING-RPT-FILE.                                             00001340
       01 MISSING-RPT-LINE          PIC X(133).                         00001350
                                                                        00001360
       FD AUDIT-LOG-FILE.                                               00001370
       COPY AUDITLOG.                                                   00001380
                                                                        00001390
       FD PROC-DATE-FILE.                                               00001400
       COPY PROCDREC.                                                   00001410
                                                                        00001420
       FD REASON-CODE-FILE.                                             00001430
       COPY RSNCODE.                                                    00001440
                                                                        00001450
       WORKING-STORAGE SECTION.                                         00001460
       01 FS-CLOSE-CTL-FILE PIC XX.                                     00001470
       01 FS-TERM-IN-FILE PIC XX.                                       00001480
       01 FS-TERM-OUT-FILE PIC XX.                                      00001490
       01 FS-STUDENT-IN-FILE PIC XX.                                    00001500
       01 FS-SECTION-FILE PIC XX.                                       00001510
       01 FS-REG-FILE PIC XX.                                           00001520
       01 FS-GRADE-IN-FILE PIC XX.                                      00001530
       01 FS-GRADE-OUT-FILE PIC XX.                                     00001540
       01 FS-CLOSE-REJ-FILE PIC XX.                                     00001550
       01 FS-MISSING-RPT-FILE PIC XX.                                   00001560
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00001570
                                                                        00001580
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001590
           88 WS-EOF VALUE 'Y'.                                         00001600
       01 WS-CARD-EOF-SW PIC X(01) VALUE 'N'.                           00001610
           88 WS-CARD-EOF VALUE 'Y'.                                    00001620
       01 WS-VALID-SW PIC X(01) VALUE 'Y'.                              00001630
           88 WS-TRAN-VALID VALUE 'Y'.                                  00001640
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00001650
           88 WS-FOUND VALUE 'Y'.                                       00001660
                                                                        00001670
       01 WS-REASON-CD PIC X(04) VALUE SPACES.                          00001680
       01 WS-REASON-TXT PIC X(40) VALUE SPACES.                         00001690
       01 WS-REJ-IMAGE PIC X(80) VALUE SPACES.                          00001700
       01 WS-REJ-ACTION PIC X(12) VALUE SPACES.                         00001710
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001720
                                                                        00001730
       01 WS-CARDS-READ PIC 9(05) VALUE ZEROES.                         00001740
       01 WS-TERMS-CLOSED PIC 9(05) VALUE ZEROES.                       00001750
       01 WS-GRADES-READ PIC 9(05) VALUE ZEROES.                        00001760
       01 WS-GRADES-FINAL PIC 9(05) VALUE ZEROES.                       00001770
       01 WS-GRADES-REFUSED PIC 9(05) VALUE ZEROES.                     00001780
       01 WS-REJECTED PIC 9(05) VALUE ZEROES.                           00001790
       01 WS-MISSING-DROPPED PIC 9(05) VALUE ZEROES.                    00001800
                                                                        00001810
      *> ***************************************************************00001820
      *> THE TERM CONTROL FILE, HELD WHOLE.  A TERM CLOSING TONIGHT     00001830
      *> MARKS ITS GRADES FINAL; THE REPORTED TERMS ARE THOSE CLOSING   00001840
      *> TONIGHT AND THE OPEN ONES WITH A DEADLINE SET                  00001850
      *> ***************************************************************00001860
       01 WS-TRM-TABLE.                                                 00001870
           05 WS-TRM-ENTRY OCCURS 50 TIMES.                             00001880
               10 TBL-TRM-TERM          PIC X(05).                      00001890
               10 TBL-TRM-DEADLINE      PIC 9(08).                      00001900
               10 TBL-TRM-STATUS        PIC X(01).                      00001910
                   88 TBL-TRM-OPEN       VALUES ' ' 'O'.                00001920
                   88 TBL-TRM-CLOSED     VALUE 'C'.                     00001930
               10 TBL-TRM-CLOSE-DATE    PIC 9(08).                      00001940
               10 TBL-TRM-CLOSED-BY     PIC X(08).                      00001950
               10 TBL-TRM-CLOSING-SW    PIC X(01).                      00001960
                   88 TBL-TRM-CLOSING    VALUE 'Y'.                     00001970
               10 TBL-TRM-REPORT-SW     PIC X(01).                      00001980
                   88 TBL-TRM-REPORTED   VALUE 'Y'.                     00001990
       01 WS-TRM-COUNT PIC 9(02) VALUE ZEROES.                          00002000
       01 WS-TRM-MAX PIC 9(02) VALUE 50.                                00002010
       01 WS-TRM-SUB PIC 9(02) VALUE ZEROES.                            00002020
       01 WS-TRM-HIT PIC 9(02) VALUE ZEROES.                            00002030
       01 WS-FIND-TERM PIC X(05) VALUE SPACES.                          00002040
                                                                        00002050
       01 WS-STUD-TABLE.                                                00002060
           05 WS-STUD-ENTRY OCCURS 200 TIMES.                           00002070
               10 TBL-STUD-ID           PIC 9(05).                      00002080
               10 TBL-STUD-NAME         PIC X(15).                      00002090
       01 WS-STUD-COUNT PIC 9(03) VALUE ZEROES.                         00002100
       01 WS-STUD-MAX PIC 9(03) VALUE 200.                              00002110
       01 WS-STUD-SUB PIC 9(03) VALUE ZEROES.                           00002120
                                                                        00002130
       01 WS-SEC-TABLE.                                                 00002140
           05 WS-SEC-ENTRY OCCURS 500 TIMES.                            00002150
               10 TBL-SEC-KEY.                                          00002160
                   15 TBL-SEC-TERM      PIC X(05).                      00002170
                   15 TBL-SEC-COURSE-CD PIC X(08).                      00002180
                   15 TBL-SEC-SECTION   PIC X(03).                      00002190
               10 TBL-SEC-INSTRUCTOR    PIC X(20).                      00002200
       01 WS-SEC-COUNT PIC 9(03) VALUE ZEROES.                          00002210
       01 WS-SEC-MAX PIC 9(03) VALUE 500.                               00002220
       01 WS-SEC-SUB PIC 9(03) VALUE ZEROES.                            00002230
                                                                        00002240
      *> THE GRADES ON FILE FOR THE REPORTED TERMS                      00002250
       01 WS-GK-TABLE.                                                  00002260
           05 WS-GK-ENTRY OCCURS 5000 TIMES.                            00002270
               10 TBL-GK-STUDENT-ID     PIC 9(05).                      00002280
               10 TBL-GK-COURSE-CD      PIC X(08).                      00002290
               10 TBL-GK-TERM           PIC X(05).                      00002300
       01 WS-GK-COUNT PIC 9(04) VALUE ZEROES.                           00002310
       01 WS-GK-MAX PIC 9(04) VALUE 5000.                               00002320
       01 WS-GK-SUB PIC 9(04) VALUE ZEROES.                             00002330
                                                                        00002340
      *> ***************************************************************00002350
      *> ENROLLED STUDENTS WITH NO GRADE, PUT IN INSTRUCTOR / TERM /    00002360
      *> COURSE / SECTION / STUDENT ORDER FOR THE REPORT                00002370
      *> ***************************************************************00002380
       01 WS-MS-TABLE.                                                  00002390
           05 WS-MS-ENTRY OCCURS 2000 TIMES.                            00002400
               10 TBL-MS-KEY.                                           00002410
                   15 TBL-MS-INSTRUCTOR PIC X(20).                      00002420
                   15 TBL-MS-TERM       PIC X(05).                      00002430
                   15 TBL-MS-COURSE-CD  PIC X(08).                      00002440
                   15 TBL-MS-SECTION    PIC X(03).                      00002450
                   15 TBL-MS-STUDENT-ID PIC 9(05).                      00002460
               10 TBL-MS-NAME           PIC X(15).                      00002470
       01 WS-MS-COUNT PIC 9(04) VALUE ZEROES.                           00002480
       01 WS-MS-MAX PIC 9(04) VALUE 2000.                               00002490
       01 WS-MS-SUB PIC 9(04) VALUE ZEROES.                             00002500
       01 WS-MS-SUB2 PIC 9(04) VALUE ZEROES.                            00002510
       01 WS-MS-SWAP PIC X(56).                                         00002520
       01 WS-MS-SWAP-KEY PIC X(41).                                     00002530
       01 WS-PRIOR-INSTRUCTOR PIC X(20) VALUE SPACES.                   00002540
       01 WS-PRIOR-SECTION-KEY PIC X(16) VALUE SPACES.                  00002550
       01 WS-SECTION-KEY PIC X(16) VALUE SPACES.                        00002560
                                                                        00002570
      *> ***************************************************************00002580
      *> MISSING-GRADE REPORT LINES                                     00002590
      *> ***************************************************************00002600
       01 WS-RPT-HDR-1.                                                 00002610
           05 FILLER PIC X(01) VALUE '1'.                               00002620
           05 FILLER PIC X(27)                                          00002630
              VALUE 'GRDCLOSE - MISSING GRADES '.                       00002640
           05 FILLER PIC X(25)                                          00002650
              VALUE 'BY INSTRUCTOR AND SECTION'.                        00002660
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00002670
           05 RH-RUN-DATE PIC 9(08).                                    00002680
                                                                        00002690
       01 WS-RPT-TERM-LINE.                                             00002700
           05 FILLER PIC X(01) VALUE SPACE.                             00002710
           05 FILLER PIC X(05) VALUE 'TERM '.                           00002720
           05 RTM-TERM PIC X(05).                                       00002730
           05 FILLER PIC X(02) VALUE SPACES.                            00002740
           05 RTM-TEXT PIC X(40).                                       00002750
                                                                        00002760
       01 WS-RPT-INSTR-LINE.                                            00002770
           05 FILLER PIC X(01) VALUE '0'.                               00002780
           05 FILLER PIC X(11) VALUE 'INSTRUCTOR '.                     00002790
           05 RIN-INSTRUCTOR PIC X(20).                                 00002800
                                                                        00002810
       01 WS-RPT-SECT-LINE.                                             00002820
           05 FILLER PIC X(01) VALUE SPACE.                             00002830
           05 FILLER PIC X(04) VALUE SPACES.                            00002840
           05 FILLER PIC X(05) VALUE 'TERM '.                           00002850
           05 RSC-TERM PIC X(05).                                       00002860
           05 FILLER PIC X(09) VALUE '  COURSE '.                       00002870
           05 RSC-COURSE-CD PIC X(08).                                  00002880
           05 FILLER PIC X(10) VALUE '  SECTION '.                      00002890
           05 RSC-SECTION PIC X(03).                                    00002900
           05 FILLER PIC X(02) VALUE SPACES.                            00002910
           05 RSC-STATUS PIC X(24).                                     00002920
                                                                        00002930
       01 WS-RPT-DTL-LINE.                                              00002940
           05 FILLER PIC X(01) VALUE SPACE.                             00002950
           05 FILLER PIC X(08) VALUE SPACES.                            00002960
           05 RD-STUDENT-ID PIC 9(05).                                  00002970
           05 FILLER PIC X(02) VALUE SPACES.                            00002980
           05 RD-NAME PIC X(15).                                        00002990
                                                                        00003000
       01 WS-RPT-TOTAL-LINE.                                            00003010
           05 FILLER PIC X(01) VALUE '0'.                               00003020
           05 RT-LABEL PIC X(30).                                       00003030
           05 RT-COUNT PIC ZZZZ9.                                       00003040
       COPY ABENDCPY.                                                   00003050
       COPY AUDITCHN.                                                   00003060
       COPY PROCDCPY.                                                   00003070
       01 FS-REASON-CODE-FILE PIC XX.                                   00003080
       COPY RSNTBL.                                                     00003090
                                                                        00003100
       PROCEDURE DIVISION.                                              00003110
       0000-MAIN.                                                       00003120
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00003130
           PERFORM 2000-APPLY-CARD THRU 2000-EXIT                       00003140
              UNTIL WS-CARD-EOF                                         00003150
           PERFORM 3000-CLOSE-DUE-TERM THRU 3000-EXIT                   00003160
              VARYING WS-TRM-SUB FROM 1 BY 1                            00003170
              UNTIL WS-TRM-SUB > WS-TRM-COUNT                           00003180
           PERFORM 4000-SWEEP-GRADES THRU 4000-EXIT                     00003190
           PERFORM 5000-FIND-MISSING THRU 5000-EXIT                     00003200
           PERFORM 6000-MISSING-REPORT THRU 6000-EXIT                   00003210
           PERFORM 7000-WRITE-TERMS THRU 7000-EXIT                      00003220
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00003230
           IF WS-REJECTED > 0                                           00003240
              SET RC-WARNING TO TRUE                                    00003250
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00003260
           END-IF                                                       00003270
           GOBACK.                                                      00003280
                                                                        00003290
      *> ***************************************************************00003300
      *> RUN DATE, THE TERM CONTROL FILE, STUDENTS AND SECTIONS; THEN   00003310
      *> OPEN THE CARDS AND THE OUTPUTS                                 00003320
      *> ***************************************************************00003330
       1000-INITIALIZE.                                                 00003340
           PERFORM 8400-LOAD-REASON-CODES THRU 8400-EXIT                00003350
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00003360
           IF WS-PROCESS-DATE > 0                                       00003370
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00003380
           ELSE                                                         00003390
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00003400
           END-IF                                                       00003410
           MOVE "GRDCLOSE" TO ALOG-PROGRAM-ID                           00003420
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00003430
           IF FS-AUDIT-LOG-FILE NOT = "00"                              00003440
              MOVE "OPEN FAILED ON AUDIT-LOG-FILE" TO WS-ABEND-MESSAGE  00003450
              GO TO 9999-ABEND                                          00003460
           END-IF                                                       00003470
                                                                        00003480
           PERFORM 1100-LOAD-TERMS THRU 1100-EXIT                       00003490
           PERFORM 1200-LOAD-STUDENTS THRU 1200-EXIT                    00003500
           PERFORM 1300-LOAD-SECTIONS THRU 1300-EXIT                    00003510
                                                                        00003520
           OPEN INPUT CLOSE-CTL-FILE                                    00003530
           EVALUATE FS-CLOSE-CTL-FILE                                   00003540
             WHEN "00"                                                  00003550
               PERFORM 2900-READ-CARD THRU 2900-EXIT                    00003560
             WHEN "35"                                                  00003570
               SET WS-CARD-EOF TO TRUE                                  00003580
             WHEN OTHER                                                 00003590
               MOVE "OPEN FAILED ON CLOSE-CTL-FILE" TO WS-ABEND-MESSAGE 00003600
               GO TO 9999-ABEND                                         00003610
           END-EVALUATE                                                 00003620
           OPEN OUTPUT CLOSE-REJ-FILE                                   00003630
           IF FS-CLOSE-REJ-FILE NOT = "00"                              00003640
              MOVE "OPEN FAILED ON CLOSE-REJ-FILE" TO WS-ABEND-MESSAGE  00003650
              GO TO 9999-ABEND                                          00003660
           END-IF                                                       00003670
           OPEN OUTPUT MISSING-RPT-FILE                                 00003680
           IF FS-MISSING-RPT-FILE NOT = "00"                            00003690
              MOVE "OPEN FAILED ON MISSING-RPT-FILE" TO                 00003700
                 WS-ABEND-MESSAGE                                       00003710
              GO TO 9999-ABEND                                          00003720
           END-IF                                                       00003730
           MOVE WS-RUN-DATE TO RH-RUN-DATE                              00003740
           WRITE MISSING-RPT-LINE FROM WS-RPT-HDR-1.                    00003750
       1000-EXIT.                                                       00003760
           EXIT.                                                        00003770
                                                                        00003780
      *> NO TERM CONTROL FILE YET IS EVERY TERM OPEN WITH NO DEADLINE   00003790
       1100-LOAD-TERMS.                                                 00003800
           OPEN INPUT TERM-IN-FILE                                      00003810
           EVALUATE FS-TERM-IN-FILE                                     00003820
             WHEN "00"                                                  00003830
               MOVE 'N' TO WS-EOF-SW                                    00003840
               PERFORM UNTIL WS-EOF                                     00003850
                 READ TERM-IN-FILE                                      00003860
                   AT END                                               00003870
                     SET WS-EOF TO TRUE                                 00003880
                   NOT AT END                                           00003890
                     IF WS-TRM-COUNT < WS-TRM-MAX                       00003900
                        ADD 1 TO WS-TRM-COUNT                           00003910
                        MOVE TCT-TERM TO TBL-TRM-TERM (WS-TRM-COUNT)    00003920
                        MOVE TCT-GRADE-DEADLINE TO                      00003930
                           TBL-TRM-DEADLINE (WS-TRM-COUNT)              00003940
                        MOVE TCT-STATUS TO                              00003950
                           TBL-TRM-STATUS (WS-TRM-COUNT)                00003960
                        MOVE TCT-CLOSE-DATE TO                          00003970
                           TBL-TRM-CLOSE-DATE (WS-TRM-COUNT)            00003980
                        MOVE TCT-CLOSED-BY TO                           00003990
                           TBL-TRM-CLOSED-BY (WS-TRM-COUNT)             00004000
                        MOVE 'N' TO TBL-TRM-CLOSING-SW (WS-TRM-COUNT)   00004010
                        MOVE 'N' TO TBL-TRM-REPORT-SW (WS-TRM-COUNT)    00004020
                     ELSE                                               00004030
                        MOVE "TERM CONTROL TABLE FULL" TO               00004040
                           WS-ABEND-MESSAGE                             00004050
                        GO TO 9999-ABEND                                00004060
                     END-IF                                             00004070
                 END-READ                                               00004080
               END-PERFORM                                              00004090
               CLOSE TERM-IN-FILE                                       00004100
             WHEN "35"                                                  00004110
               DISPLAY "NO TERM CONTROL FILE, ALL TERMS OPEN"           00004120
             WHEN OTHER                                                 00004130
               MOVE "OPEN FAILED ON TERM-IN-FILE" TO WS-ABEND-MESSAGE   00004140
               GO TO 9999-ABEND                                         00004150
           END-EVALUATE.                                                00004160
       1100-EXIT.                                                       00004170
           EXIT.                                                        00004180
                                                                        00004190
       1200-LOAD-STUDENTS.                                              00004200
           OPEN INPUT STUDENT-IN-FILE                                   00004210
           IF FS-STUDENT-IN-FILE NOT = "00"                             00004220
              MOVE "OPEN FAILED ON STUDENT-IN-FILE" TO WS-ABEND-MESSAGE 00004230
              GO TO 9999-ABEND                                          00004240
           END-IF                                                       00004250
           MOVE 'N' TO WS-EOF-SW                                        00004260
           PERFORM UNTIL WS-EOF                                         00004270
             READ STUDENT-IN-FILE                                       00004280
               AT END                                                   00004290
                 SET WS-EOF TO TRUE                                     00004300
               NOT AT END                                               00004310
                 IF WS-STUD-COUNT < WS-STUD-MAX                         00004320
                    ADD 1 TO WS-STUD-COUNT                              00004330
                    MOVE STUD-ID TO TBL-STUD-ID (WS-STUD-COUNT)         00004340
                    MOVE STUD-NAME TO TBL-STUD-NAME (WS-STUD-COUNT)     00004350
                 END-IF                                                 00004360
             END-READ                                                   00004370
           END-PERFORM                                                  00004380
           CLOSE STUDENT-IN-FILE.                                       00004390
       1200-EXIT.                                                       00004400
           EXIT.                                                        00004410
                                                                        00004420
       1300-LOAD-SECTIONS.                                              00004430
           OPEN INPUT SECTION-FILE                                      00004440
           EVALUATE FS-SECTION-FILE                                     00004450
             WHEN "00"                                                  00004460
               MOVE 'N' TO WS-EOF-SW                                    00004470
               PERFORM UNTIL WS-EOF                                     00004480
                 READ SECTION-FILE                                      00004490
                   AT END                                               00004500
                     SET WS-EOF TO TRUE                                 00004510
                   NOT AT END                                           00004520
                     IF WS-SEC-COUNT < WS-SEC-MAX                       00004530
                        ADD 1 TO WS-SEC-COUNT                           00004540
                        MOVE SEC-KEY TO TBL-SEC-KEY (WS-SEC-COUNT)      00004550
                        MOVE SEC-INSTRUCTOR TO                          00004560
                           TBL-SEC-INSTRUCTOR (WS-SEC-COUNT)            00004570
                     ELSE                                               00004580
                        DISPLAY "SECTION TABLE FULL, NOT LOADED: "      00004590
                          SEC-KEY                                       00004600
                     END-IF                                             00004610
                 END-READ                                               00004620
               END-PERFORM                                              00004630
               CLOSE SECTION-FILE                                       00004640
             WHEN "35"                                                  00004650
               DISPLAY "NO SECTION MASTER, INSTRUCTORS UNKNOWN"         00004660
             WHEN OTHER                                                 00004670
               MOVE "OPEN FAILED ON SECTION-FILE" TO WS-ABEND-MESSAGE   00004680
               GO TO 9999-ABEND                                         00004690
           END-EVALUATE.                                                00004700
       1300-EXIT.                                                       00004710
           EXIT.                                                        00004720
                                                                        00004730
      *> ***************************************************************00004740
      *> ONE REGISTRAR'S CARD.  A CLOSED TERM TAKES NEITHER A NEW       00004750
      *> DEADLINE NOR A SECOND CLOSE                                    00004760
      *> ***************************************************************00004770
       2000-APPLY-CARD.                                                 00004780
           SET WS-TRAN-VALID TO TRUE                                    00004790
           MOVE SPACES TO WS-REASON-CD                                  00004800
           MOVE SPACES TO WS-REASON-TXT                                 00004810
                                                                        00004820
           EVALUATE TRUE                                                00004830
             WHEN NOT TCC-SET-DEADLINE AND NOT TCC-CLOSE                00004840
               OR TCC-TERM = SPACES                                     00004850
               MOVE 'N' TO WS-VALID-SW                                  00004860
               MOVE "G018" TO WS-REASON-CD                              00004870
               MOVE "CLOSE CARD ACTION NOT D OR C" TO WS-REASON-TXT     00004880
             WHEN TCC-SET-DEADLINE                                      00004890
               AND (TCC-DEADLINE NOT NUMERIC                            00004900
                 OR TCC-DEADLINE-YYYY < 1900                            00004910
                 OR TCC-DEADLINE-MM < 01 OR TCC-DEADLINE-MM > 12        00004920
                 OR TCC-DEADLINE-DD < 01 OR TCC-DEADLINE-DD > 31)       00004930
               MOVE 'N' TO WS-VALID-SW                                  00004940
               MOVE "G019" TO WS-REASON-CD                              00004950
               MOVE "GRADE DEADLINE NOT A DATE" TO WS-REASON-TXT        00004960
           END-EVALUATE                                                 00004970
                                                                        00004980
           IF WS-TRAN-VALID                                             00004990
              MOVE TCC-TERM TO WS-FIND-TERM                             00005000
              PERFORM 2100-FIND-TERM THRU 2100-EXIT                     00005010
              IF WS-FOUND                                               00005020
                 IF TBL-TRM-CLOSED (WS-TRM-HIT)                         00005030
                    MOVE 'N' TO WS-VALID-SW                             00005040
                    MOVE "G020" TO WS-REASON-CD                         00005050
                    MOVE "TERM ALREADY CLOSED" TO WS-REASON-TXT         00005060
                 END-IF                                                 00005070
              ELSE                                                      00005080
                 IF WS-TRM-COUNT < WS-TRM-MAX                           00005090
                    ADD 1 TO WS-TRM-COUNT                               00005100
                    MOVE WS-TRM-COUNT TO WS-TRM-HIT                     00005110
                    MOVE TCC-TERM TO TBL-TRM-TERM (WS-TRM-HIT)          00005120
                    MOVE ZEROES TO TBL-TRM-DEADLINE (WS-TRM-HIT)        00005130
                    MOVE 'O' TO TBL-TRM-STATUS (WS-TRM-HIT)             00005140
                    MOVE ZEROES TO TBL-TRM-CLOSE-DATE (WS-TRM-HIT)      00005150
                    MOVE SPACES TO TBL-TRM-CLOSED-BY (WS-TRM-HIT)       00005160
                    MOVE 'N' TO TBL-TRM-CLOSING-SW (WS-TRM-HIT)         00005170
                    MOVE 'N' TO TBL-TRM-REPORT-SW (WS-TRM-HIT)          00005180
                 ELSE                                                   00005190
                    MOVE 'N' TO WS-VALID-SW                             00005200
                    MOVE "G021" TO WS-REASON-CD                         00005210
                    MOVE "TERM CONTROL TABLE FULL" TO WS-REASON-TXT     00005220
                 END-IF                                                 00005230
              END-IF                                                    00005240
           END-IF                                                       00005250
                                                                        00005260
           IF WS-TRAN-VALID                                             00005270
              IF TCC-SET-DEADLINE                                       00005280
                 MOVE TCC-DEADLINE TO TBL-TRM-DEADLINE (WS-TRM-HIT)     00005290
                 MOVE "TERM DEADLN " TO ALOG-ACTION                     00005300
                 MOVE SPACES TO ALOG-DETAIL                             00005310
                 STRING 'TERM ' TCC-TERM ' GRADES DUE ' TCC-DEADLINE    00005320
                    ' BY ' TCC-OPERATOR                                 00005330
                    DELIMITED BY SIZE INTO ALOG-DETAIL                  00005340
                 PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT            00005350
              ELSE                                                      00005360
                 MOVE TCC-OPERATOR TO TBL-TRM-CLOSED-BY (WS-TRM-HIT)    00005370
                 PERFORM 3100-CLOSE-TERM THRU 3100-EXIT                 00005380
              END-IF                                                    00005390
           ELSE                                                         00005400
              MOVE CLOSE-CTL-REC TO WS-REJ-IMAGE                        00005410
              MOVE "CLOSE CD REJ" TO WS-REJ-ACTION                      00005420
              PERFORM 8000-WRITE-REJECT THRU 8000-EXIT                  00005430
           END-IF                                                       00005440
           PERFORM 2900-READ-CARD THRU 2900-EXIT.                       00005450
       2000-EXIT.                                                       00005460
           EXIT.                                                        00005470
                                                                        00005480
       2100-FIND-TERM.                                                  00005490
           MOVE 'N' TO WS-FOUND-SW                                      00005500
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1                       00005510
                    UNTIL WS-TRM-SUB > WS-TRM-COUNT                     00005520
                    OR WS-FOUND                                         00005530
             IF TBL-TRM-TERM (WS-TRM-SUB) = WS-FIND-TERM                00005540
                SET WS-FOUND TO TRUE                                    00005550
                MOVE WS-TRM-SUB TO WS-TRM-HIT                           00005560
             END-IF                                                     00005570
           END-PERFORM.                                                 00005580
       2100-EXIT.                                                       00005590
           EXIT.                                                        00005600
                                                                        00005610
       2900-READ-CARD.                                                  00005620
           READ CLOSE-CTL-FILE                                          00005630
           EVALUATE FS-CLOSE-CTL-FILE                                   00005640
             WHEN "00"                                                  00005650
               ADD 1 TO WS-CARDS-READ                                   00005660
             WHEN "10"                                                  00005670
               SET WS-CARD-EOF TO TRUE                                  00005680
             WHEN OTHER                                                 00005690
               DISPLAY "READ FAILED, CLOSE CARD STATUS: "               00005700
                 FS-CLOSE-CTL-FILE                                      00005710
               SET WS-CARD-EOF TO TRUE                                  00005720
           END-EVALUATE.                                                00005730
       2900-EXIT.                                                       00005740
           EXIT.                                                        00005750
                                                                        00005760
      *> ***************************************************************00005770
      *> AN OPEN TERM WHOSE DEADLINE IS BEHIND THE RUN DATE CLOSES.     00005780
      *> GRADES KEYED ON THE DEADLINE DAY ITSELF STILL COUNT            00005790
      *> ***************************************************************00005800
       3000-CLOSE-DUE-TERM.                                             00005810
           MOVE WS-TRM-SUB TO WS-TRM-HIT                                00005820
           IF TBL-TRM-OPEN (WS-TRM-HIT)                                 00005830
              AND TBL-TRM-DEADLINE (WS-TRM-HIT) > ZEROES                00005840
              AND TBL-TRM-DEADLINE (WS-TRM-HIT) < WS-RUN-DATE           00005850
              MOVE 'DEADLINE' TO TBL-TRM-CLOSED-BY (WS-TRM-HIT)         00005860
              PERFORM 3100-CLOSE-TERM THRU 3100-EXIT                    00005870
           END-IF                                                       00005880
           IF TBL-TRM-CLOSING (WS-TRM-HIT)                              00005890
              OR (TBL-TRM-OPEN (WS-TRM-HIT)                             00005900
                  AND TBL-TRM-DEADLINE (WS-TRM-HIT) > ZEROES)           00005910
              SET TBL-TRM-REPORTED (WS-TRM-HIT) TO TRUE                 00005920
           END-IF.                                                      00005930
       3000-EXIT.                                                       00005940
           EXIT.                                                        00005950
                                                                        00005960
       3100-CLOSE-TERM.                                                 00005970
           MOVE 'C' TO TBL-TRM-STATUS (WS-TRM-HIT)                      00005980
           MOVE WS-RUN-DATE TO TBL-TRM-CLOSE-DATE (WS-TRM-HIT)          00005990
           SET TBL-TRM-CLOSING (WS-TRM-HIT) TO TRUE                     00006000
           ADD 1 TO WS-TERMS-CLOSED                                     00006010
           MOVE "TERM CLOSED " TO ALOG-ACTION                           00006020
           MOVE SPACES TO ALOG-DETAIL                                   00006030
           STRING 'TERM ' TBL-TRM-TERM (WS-TRM-HIT)                     00006040
              ' DEADLINE ' TBL-TRM-DEADLINE (WS-TRM-HIT)                00006050
              ' BY ' TBL-TRM-CLOSED-BY (WS-TRM-HIT)                     00006060
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00006070
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT                  00006080
           MOVE TBL-TRM-TERM (WS-TRM-HIT) TO RTM-TERM                   00006090
           MOVE SPACES TO RTM-TEXT                                      00006100
           STRING 'CLOSED TONIGHT BY ' TBL-TRM-CLOSED-BY (WS-TRM-HIT)   00006110
              DELIMITED BY SIZE INTO RTM-TEXT                           00006120
           WRITE MISSING-RPT-LINE FROM WS-RPT-TERM-LINE.                00006130
       3100-EXIT.                                                       00006140
           EXIT.                                                        00006150
                                                                        00006160
      *> ***************************************************************00006170
      *> PASS THE GRADE FILE TO ITS NEW GENERATION: MARK A CLOSING      00006180
      *> TERM'S GRADES FINAL, REFUSE A LATE ONE FOR A CLOSED TERM, AND  00006190
      *> NOTE THE REPORTED TERMS' GRADES FOR THE MISSING-GRADE CHECK    00006200
      *> ***************************************************************00006210
       4000-SWEEP-GRADES.                                               00006220
           OPEN INPUT GRADE-IN-FILE                                     00006230
           IF FS-GRADE-IN-FILE NOT = "00"                               00006240
              MOVE "OPEN FAILED ON GRADE-IN-FILE" TO WS-ABEND-MESSAGE   00006250
              GO TO 9999-ABEND                                          00006260
           END-IF                                                       00006270
           OPEN OUTPUT GRADE-OUT-FILE                                   00006280
           IF FS-GRADE-OUT-FILE NOT = "00"                              00006290
              MOVE "OPEN FAILED ON GRADE-OUT-FILE" TO WS-ABEND-MESSAGE  00006300
              GO TO 9999-ABEND                                          00006310
           END-IF                                                       00006320
           MOVE 'N' TO WS-EOF-SW                                        00006330
           PERFORM UNTIL WS-EOF                                         00006340
             READ GRADE-IN-FILE                                         00006350
               AT END                                                   00006360
                 SET WS-EOF TO TRUE                                     00006370
               NOT AT END                                               00006380
                 ADD 1 TO WS-GRADES-READ                                00006390
                 PERFORM 4100-SWEEP-ONE THRU 4100-EXIT                  00006400
             END-READ                                                   00006410
           END-PERFORM                                                  00006420
           CLOSE GRADE-IN-FILE                                          00006430
           CLOSE GRADE-OUT-FILE.                                        00006440
       4000-EXIT.                                                       00006450
           EXIT.                                                        00006460
                                                                        00006470
       4100-SWEEP-ONE.                                                  00006480
           MOVE GRD-TERM TO WS-FIND-TERM                                00006490
           PERFORM 2100-FIND-TERM THRU 2100-EXIT                        00006500
           IF WS-FOUND                                                  00006510
              IF TBL-TRM-CLOSING (WS-TRM-HIT)                           00006520
                 IF NOT GRD-FINAL                                       00006530
                    SET GRD-FINAL TO TRUE                               00006540
                    ADD 1 TO WS-GRADES-FINAL                            00006550
                 END-IF                                                 00006560
              ELSE                                                      00006570
                 IF TBL-TRM-CLOSED (WS-TRM-HIT)                         00006580
                    AND NOT GRD-FINAL                                   00006590
                    MOVE SPACES TO WS-REJ-IMAGE                         00006600
                    MOVE GRADE-TRAN-RECORD TO WS-REJ-IMAGE              00006610
                    MOVE "G017" TO WS-REASON-CD                         00006620
                    MOVE "TERM CLOSED, GRADE NOT ACCEPTED" TO           00006630
                       WS-REASON-TXT                                    00006640
                    MOVE "GRADE REFUSD" TO WS-REJ-ACTION                00006650
                    PERFORM 8000-WRITE-REJECT THRU 8000-EXIT            00006660
                    ADD 1 TO WS-GRADES-REFUSED                          00006670
                    GO TO 4100-EXIT                                     00006680
                 END-IF                                                 00006690
              END-IF                                                    00006700
              IF TBL-TRM-REPORTED (WS-TRM-HIT)                          00006710
                 IF WS-GK-COUNT < WS-GK-MAX                             00006720
                    ADD 1 TO WS-GK-COUNT                                00006730
                    MOVE GRD-STUDENT-ID TO                              00006740
                       TBL-GK-STUDENT-ID (WS-GK-COUNT)                  00006750
                    MOVE GRD-COURSE-CD TO                               00006760
                       TBL-GK-COURSE-CD (WS-GK-COUNT)                   00006770
                    MOVE GRD-TERM TO TBL-GK-TERM (WS-GK-COUNT)          00006780
                 ELSE                                                   00006790
                    DISPLAY "GRADE KEY TABLE FULL, MAY OVERSTATE "      00006800
                      "MISSING GRADES"                                  00006810
                 END-IF                                                 00006820
              END-IF                                                    00006830
           END-IF                                                       00006840
           WRITE GRADE-OUT-RECORD FROM GRADE-TRAN-RECORD                00006850
           IF FS-GRADE-OUT-FILE NOT = "00"                              00006860
              MOVE "WRITE FAILED ON GRADE-OUT-FILE" TO WS-ABEND-MESSAGE 00006870
              GO TO 9999-ABEND                                          00006880
           END-IF.                                                      00006890
       4100-EXIT.                                                       00006900
           EXIT.                                                        00006910
                                                                        00006920
      *> ***************************************************************00006930
      *> EVERY ENROLLED REGISTRATION IN A REPORTED TERM WITHOUT A       00006940
      *> GRADE FOR THE COURSE GOES ON THE MISSING LIST UNDER ITS        00006950
      *> SECTION'S INSTRUCTOR                                           00006960
      *> ***************************************************************00006970
       5000-FIND-MISSING.                                               00006980
           OPEN INPUT REG-FILE                                          00006990
           EVALUATE FS-REG-FILE                                         00007000
             WHEN "00"                                                  00007010
               CONTINUE                                                 00007020
             WHEN "35"                                                  00007030
               DISPLAY "NO REGISTRATION MASTER, NO MISSING GRADES"      00007040
               GO TO 5000-EXIT                                          00007050
             WHEN OTHER                                                 00007060
               MOVE "OPEN FAILED ON REG-FILE" TO WS-ABEND-MESSAGE       00007070
               GO TO 9999-ABEND                                         00007080
           END-EVALUATE                                                 00007090
           MOVE 'N' TO WS-EOF-SW                                        00007100
           PERFORM UNTIL WS-EOF                                         00007110
             READ REG-FILE                                              00007120
               AT END                                                   00007130
                 SET WS-EOF TO TRUE                                     00007140
               NOT AT END                                               00007150
                 IF REG-ENROLLED                                        00007160
                    PERFORM 5100-CHECK-ONE THRU 5100-EXIT               00007170
                 END-IF                                                 00007180
             END-READ                                                   00007190
           END-PERFORM                                                  00007200
           CLOSE REG-FILE                                               00007210
           IF WS-MS-COUNT > 1                                           00007220
              PERFORM VARYING WS-MS-SUB FROM 2 BY 1                     00007230
                       UNTIL WS-MS-SUB > WS-MS-COUNT                    00007240
                PERFORM 5200-INSERT-ONE THRU 5200-EXIT                  00007250
              END-PERFORM                                               00007260
           END-IF.                                                      00007270
       5000-EXIT.                                                       00007280
           EXIT.                                                        00007290
                                                                        00007300
       5100-CHECK-ONE.                                                  00007310
           MOVE REG-TERM TO WS-FIND-TERM                                00007320
           PERFORM 2100-FIND-TERM THRU 2100-EXIT                        00007330
           IF NOT WS-FOUND                                              00007340
              GO TO 5100-EXIT                                           00007350
           END-IF                                                       00007360
           IF NOT TBL-TRM-REPORTED (WS-TRM-HIT)                         00007370
              GO TO 5100-EXIT                                           00007380
           END-IF                                                       00007390
           MOVE 'N' TO WS-FOUND-SW                                      00007400
           PERFORM VARYING WS-GK-SUB FROM 1 BY 1                        00007410
                    UNTIL WS-GK-SUB > WS-GK-COUNT                       00007420
                    OR WS-FOUND                                         00007430
             IF TBL-GK-STUDENT-ID (WS-GK-SUB) = REG-STUDENT-ID          00007440
                AND TBL-GK-COURSE-CD (WS-GK-SUB) = REG-COURSE-CD        00007450
                AND TBL-GK-TERM (WS-GK-SUB) = REG-TERM                  00007460
                SET WS-FOUND TO TRUE                                    00007470
             END-IF                                                     00007480
           END-PERFORM                                                  00007490
           IF WS-FOUND                                                  00007500
              GO TO 5100-EXIT                                           00007510
           END-IF                                                       00007520
           IF WS-MS-COUNT NOT < WS-MS-MAX                               00007530
              ADD 1 TO WS-MISSING-DROPPED                               00007540
              GO TO 5100-EXIT                                           00007550
           END-IF                                                       00007560
           ADD 1 TO WS-MS-COUNT                                         00007570
           MOVE 'UNASSIGNED' TO TBL-MS-INSTRUCTOR (WS-MS-COUNT)         00007580
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1                       00007590
                    UNTIL WS-SEC-SUB > WS-SEC-COUNT                     00007600
             IF TBL-SEC-TERM (WS-SEC-SUB) = REG-TERM                    00007610
                AND TBL-SEC-COURSE-CD (WS-SEC-SUB) = REG-COURSE-CD      00007620
                AND TBL-SEC-SECTION (WS-SEC-SUB) = REG-SECTION          00007630
                AND TBL-SEC-INSTRUCTOR (WS-SEC-SUB) NOT = SPACES        00007640
                MOVE TBL-SEC-INSTRUCTOR (WS-SEC-SUB) TO                 00007650
                   TBL-MS-INSTRUCTOR (WS-MS-COUNT)                      00007660
             END-IF                                                     00007670
           END-PERFORM                                                  00007680
           MOVE REG-TERM TO TBL-MS-TERM (WS-MS-COUNT)                   00007690
           MOVE REG-COURSE-CD TO TBL-MS-COURSE-CD (WS-MS-COUNT)         00007700
           MOVE REG-SECTION TO TBL-MS-SECTION (WS-MS-COUNT)             00007710
           MOVE REG-STUDENT-ID TO TBL-MS-STUDENT-ID (WS-MS-COUNT)       00007720
           MOVE SPACES TO TBL-MS-NAME (WS-MS-COUNT)                     00007730
           PERFORM VARYING WS-STUD-SUB FROM 1 BY 1                      00007740
                    UNTIL WS-STUD-SUB > WS-STUD-COUNT                   00007750
             IF TBL-STUD-ID (WS-STUD-SUB) = REG-STUDENT-ID              00007760
                MOVE TBL-STUD-NAME (WS-STUD-SUB) TO                     00007770
                   TBL-MS-NAME (WS-MS-COUNT)                            00007780
             END-IF                                                     00007790
           END-PERFORM.                                                 00007800
       5100-EXIT.                                                       00007810
           EXIT.                                                        00007820
                                                                        00007830
       5200-INSERT-ONE.                                                 00007840
           MOVE WS-MS-ENTRY (WS-MS-SUB) TO WS-MS-SWAP                   00007850
           MOVE TBL-MS-KEY (WS-MS-SUB) TO WS-MS-SWAP-KEY                00007860
           MOVE WS-MS-SUB TO WS-MS-SUB2                                 00007870
           PERFORM UNTIL WS-MS-SUB2 = 1                                 00007880
              OR TBL-MS-KEY (WS-MS-SUB2 - 1) NOT > WS-MS-SWAP-KEY       00007890
             MOVE WS-MS-ENTRY (WS-MS-SUB2 - 1)                          00007900
                TO WS-MS-ENTRY (WS-MS-SUB2)                             00007910
             SUBTRACT 1 FROM WS-MS-SUB2                                 00007920
           END-PERFORM                                                  00007930
           MOVE WS-MS-SWAP TO WS-MS-ENTRY (WS-MS-SUB2).                 00007940
       5200-EXIT.                                                       00007950
           EXIT.                                                        00007960
                                                                        00007970
      *> ***************************************************************00007980
      *> PRINT THE MISSING LIST, A HEADING PER INSTRUCTOR AND A LINE    00007990
      *> PER SECTION WITH THE TERM'S STATE                              00008000
      *> ***************************************************************00008010
       6000-MISSING-REPORT.                                             00008020
           MOVE SPACES TO WS-PRIOR-INSTRUCTOR                           00008030
           MOVE SPACES TO WS-PRIOR-SECTION-KEY                          00008040
           PERFORM VARYING WS-MS-SUB FROM 1 BY 1                        00008050
                    UNTIL WS-MS-SUB > WS-MS-COUNT                       00008060
             IF WS-MS-SUB = 1                                           00008070
                OR TBL-MS-INSTRUCTOR (WS-MS-SUB) NOT =                  00008080
                   WS-PRIOR-INSTRUCTOR                                  00008090
                MOVE TBL-MS-INSTRUCTOR (WS-MS-SUB) TO RIN-INSTRUCTOR    00008100
                WRITE MISSING-RPT-LINE FROM WS-RPT-INSTR-LINE           00008110
                MOVE TBL-MS-INSTRUCTOR (WS-MS-SUB) TO                   00008120
                   WS-PRIOR-INSTRUCTOR                                  00008130
                MOVE SPACES TO WS-PRIOR-SECTION-KEY                     00008140
             END-IF                                                     00008150
             MOVE TBL-MS-TERM (WS-MS-SUB) TO WS-SECTION-KEY (1:5)       00008160
             MOVE TBL-MS-COURSE-CD (WS-MS-SUB) TO WS-SECTION-KEY (6:8)  00008170
             MOVE TBL-MS-SECTION (WS-MS-SUB) TO WS-SECTION-KEY (14:3)   00008180
             IF WS-SECTION-KEY NOT = WS-PRIOR-SECTION-KEY               00008190
                PERFORM 6100-SECTION-LINE THRU 6100-EXIT                00008200
                MOVE WS-SECTION-KEY TO WS-PRIOR-SECTION-KEY             00008210
             END-IF                                                     00008220
             MOVE TBL-MS-STUDENT-ID (WS-MS-SUB) TO RD-STUDENT-ID        00008230
             MOVE TBL-MS-NAME (WS-MS-SUB) TO RD-NAME                    00008240
             WRITE MISSING-RPT-LINE FROM WS-RPT-DTL-LINE                00008250
           END-PERFORM                                                  00008260
           MOVE 'MISSING GRADES' TO RT-LABEL                            00008270
           MOVE WS-MS-COUNT TO RT-COUNT                                 00008280
           WRITE MISSING-RPT-LINE FROM WS-RPT-TOTAL-LINE                00008290
           IF WS-MISSING-DROPPED > 0                                    00008300
              MOVE 'MORE MISSING, NOT LISTED' TO RT-LABEL               00008310
              MOVE WS-MISSING-DROPPED TO RT-COUNT                       00008320
              WRITE MISSING-RPT-LINE FROM WS-RPT-TOTAL-LINE             00008330
           END-IF                                                       00008340
           MOVE 'GRADES REFUSED, TERM CLOSED' TO RT-LABEL               00008350
           MOVE WS-GRADES-REFUSED TO RT-COUNT                           00008360
           WRITE MISSING-RPT-LINE FROM WS-RPT-TOTAL-LINE.               00008370
       6000-EXIT.                                                       00008380
           EXIT.                                                        00008390
                                                                        00008400
       6100-SECTION-LINE.                                               00008410
           MOVE TBL-MS-TERM (WS-MS-SUB) TO RSC-TERM                     00008420
           MOVE TBL-MS-COURSE-CD (WS-MS-SUB) TO RSC-COURSE-CD           00008430
           MOVE TBL-MS-SECTION (WS-MS-SUB) TO RSC-SECTION               00008440
           MOVE TBL-MS-TERM (WS-MS-SUB) TO WS-FIND-TERM                 00008450
           PERFORM 2100-FIND-TERM THRU 2100-EXIT                        00008460
           MOVE SPACES TO RSC-STATUS                                    00008470
           IF TBL-TRM-CLOSING (WS-TRM-HIT)                              00008480
              MOVE 'CLOSED TONIGHT' TO RSC-STATUS                       00008490
           ELSE                                                         00008500
              STRING 'GRADES DUE ' TBL-TRM-DEADLINE (WS-TRM-HIT)        00008510
                 DELIMITED BY SIZE INTO RSC-STATUS                      00008520
           END-IF                                                       00008530
           WRITE MISSING-RPT-LINE FROM WS-RPT-SECT-LINE.                00008540
       6100-EXIT.                                                       00008550
           EXIT.                                                        00008560
                                                                        00008570
      *> ***************************************************************00008580
      *> THE NEW TERM CONTROL GENERATION                                00008590
      *> ***************************************************************00008600
       7000-WRITE-TERMS.                                                00008610
           OPEN OUTPUT TERM-OUT-FILE                                    00008620
           IF FS-TERM-OUT-FILE NOT = "00"                               00008630
              MOVE "OPEN FAILED ON TERM-OUT-FILE" TO WS-ABEND-MESSAGE   00008640
              GO TO 9999-ABEND                                          00008650
           END-IF                                                       00008660
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1                       00008670
                    UNTIL WS-TRM-SUB > WS-TRM-COUNT                     00008680
             MOVE SPACES TO TERM-CONTROL-RECORD                         00008690
             MOVE TBL-TRM-TERM (WS-TRM-SUB) TO TCT-TERM                 00008700
             MOVE TBL-TRM-DEADLINE (WS-TRM-SUB) TO TCT-GRADE-DEADLINE   00008710
             MOVE TBL-TRM-STATUS (WS-TRM-SUB) TO TCT-STATUS             00008720
             MOVE TBL-TRM-CLOSE-DATE (WS-TRM-SUB) TO TCT-CLOSE-DATE     00008730
             MOVE TBL-TRM-CLOSED-BY (WS-TRM-SUB) TO TCT-CLOSED-BY       00008740
             WRITE TERM-OUT-RECORD FROM TERM-CONTROL-RECORD             00008750
             IF FS-TERM-OUT-FILE NOT = "00"                             00008760
                MOVE "WRITE FAILED ON TERM-OUT-FILE" TO                 00008770
                   WS-ABEND-MESSAGE                                     00008780
                GO TO 9999-ABEND                                        00008790
             END-IF                                                     00008800
           END-PERFORM                                                  00008810
           CLOSE TERM-OUT-FILE.                                         00008820
       7000-EXIT.                                                       00008830
           EXIT.                                                        00008840
                                                                        00008850
      *> ***************************************************************00008860
      *> WRITE ONE REJECT WITH ITS SHARED REASON TEXT AND LOG IT        00008870
      *> ***************************************************************00008880
       8000-WRITE-REJECT.                                               00008890
           MOVE WS-REJ-IMAGE TO GCLREJ-ORIG-TRAN                        00008900
           MOVE WS-REASON-CD TO GCLREJ-REASON-CD                        00008910
           MOVE WS-REASON-CD TO WS-RSN-WANTED                           00008920
           PERFORM 8480-RESOLVE-REASON-TEXT THRU 8480-EXIT              00008930
           IF WS-RSN-FOUND                                              00008940
              MOVE WS-RSN-FOUND-TEXT TO WS-REASON-TXT                   00008950
           END-IF                                                       00008960
           MOVE WS-REASON-TXT TO GCLREJ-REASON-TXT                      00008970
           WRITE CLOSE-REJ-REC                                          00008980
           IF FS-CLOSE-REJ-FILE NOT = "00"                              00008990
              DISPLAY "WRITE FAILED, CLOSE-REJ STATUS: "                00009000
                FS-CLOSE-REJ-FILE                                       00009010
           END-IF                                                       00009020
           ADD 1 TO WS-REJECTED                                         00009030
           MOVE WS-REJ-ACTION TO ALOG-ACTION                            00009040
           MOVE SPACES TO ALOG-DETAIL                                   00009050
           STRING WS-REASON-CD ' ' WS-REJ-IMAGE                         00009060
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00009070
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00009080
       8000-EXIT.                                                       00009090
           EXIT.                                                        00009100
                                                                        00009110
       9000-TERMINATE.                                                  00009120
           DISPLAY "===== GRDCLOSE RUN SUMMARY ====="                   00009130
           DISPLAY "CLOSE CARDS READ   : " WS-CARDS-READ                00009140
           DISPLAY "TERMS CLOSED       : " WS-TERMS-CLOSED              00009150
           DISPLAY "GRADES READ        : " WS-GRADES-READ               00009160
           DISPLAY "GRADES MADE FINAL  : " WS-GRADES-FINAL              00009170
           DISPLAY "GRADES REFUSED     : " WS-GRADES-REFUSED            00009180
           DISPLAY "MISSING GRADES     : " WS-MS-COUNT                  00009190
           DISPLAY "REJECTED           : " WS-REJECTED                  00009200
           IF FS-CLOSE-CTL-FILE NOT = "35"                              00009210
              CLOSE CLOSE-CTL-FILE                                      00009220
           END-IF                                                       00009230
           CLOSE CLOSE-REJ-FILE                                         00009240
           CLOSE MISSING-RPT-FILE                                       00009250
           CLOSE AUDIT-LOG-FILE.                                        00009260
       9000-EXIT.                                                       00009270
           EXIT.                                                        00009280
                                                                        00009290
       COPY AUDITOPN.                                                   00009300
       COPY AUDITWRT.                                                   00009310
       COPY AUDITCHP.                                                   00009320
                                                                        00009330
       COPY RSNLOAD.                                                    00009340
                                                                        00009350
       COPY ABENDPAR.                                                   00009360
                                                                        00009370
       COPY PROCDPAR.                                                   00009380
