       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. DEGAUDIT.                                            00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * DEGREE AUDIT AND GRADUATION ELIGIBILITY.  FOR EACH       *      00000090
      * ACTIVE STUDENT, AS OF THE TERM ON THE AUDIT CARD, THE    *      00000100
      * COMPLETED GRADES ARE SET AGAINST THE REQUIREMENTS OF THE *      00000110
      * STUDENT'S DECLARED PROGRAM (PGMREQ):                     *      00000120
      *   - A COURSE TAKEN MORE THAN ONCE COUNTS ONCE, AT ITS    *      00000130
      *     LATEST ATTEMPT, IN CREDITS AND IN THE GPA;           *      00000140
      *   - A COURSE IS PASSED AT A SCORE OF 060, THE D ON THE   *      00000150
      *     TRANSCRIPT'S 90/80/70/60 SCALE;                      *      00000160
      *   - EACH REQUIRED COURSE MUST BE PASSED; EACH ELECTIVE   *      00000170
      *     GROUP NEEDS ITS CREDITS FROM PASSED GROUP COURSES,   *      00000180
      *     AND A COURSE MEETS ONLY ONE REQUIREMENT;             *      00000190
      *   - EARNED CREDITS (CATALOG CREDIT HOURS OF PASSED       *      00000200
      *     COURSES) AND THE CREDIT-WEIGHTED GPA MUST REACH THE  *      00000210
      *     PROGRAM'S MINIMUMS.                                  *      00000220
      * THE AUDIT REPORT LISTS EVERY REQUIREMENT MET OR UNMET    *      00000230
      * PER STUDENT; EVERY STUDENT MEETING THEM ALL GOES ON THE  *      00000240
      * TERM'S CANDIDATE-FOR-GRADUATION LIST FOR THE REGISTRAR   *      00000250
      * TO CERTIFY.                                              *      00000260
      * ********************************************************        00000270
       ENVIRONMENT DIVISION.                                            00000280
       INPUT-OUTPUT SECTION.                                            00000290
       FILE-CONTROL.                                                    00000300
           SELECT AUDIT-CTL-FILE                                        00000310
           ASSIGN TO AUDCTL                                             00000320
           ORGANIZATION IS SEQUENTIAL                                   00000330
           FILE STATUS IS FS-AUDIT-CTL-FILE.                            00000340
           SELECT STUDENT-IN-FILE                                       00000350
           ASSIGN TO STUDIN                                             00000360
           ORGANIZATION IS SEQUENTIAL                                   00000370
           FILE STATUS IS FS-STUDENT-IN-FILE.                           00000380
           SELECT COURSE-FILE                                           00000390
           ASSIGN TO COURSES                                            00000400
           ORGANIZATION IS SEQUENTIAL                                   00000410
           FILE STATUS IS FS-COURSE-FILE.                               00000420
           SELECT PROGRAM-REQ-FILE                                      00000430
           ASSIGN TO PGMREQ                                             00000440
           ORGANIZATION IS SEQUENTIAL                                   00000450
           FILE STATUS IS FS-PROGRAM-REQ-FILE.                          00000460
           SELECT STUDENT-PGM-FILE                                      00000470
           ASSIGN TO STUDPGM                                            00000480
           ORGANIZATION IS SEQUENTIAL                                   00000490
           FILE STATUS IS FS-STUDENT-PGM-FILE.                          00000500
           SELECT GRADE-HIST-FILE                                       00000510
           ASSIGN TO GRADEIN                                            00000520
           ORGANIZATION IS SEQUENTIAL                                   00000530
           FILE STATUS IS FS-GRADE-HIST-FILE.                           00000540
           SELECT AUDIT-RPT-FILE                                        00000550
           ASSIGN TO AUDRPT                                             00000560
           ORGANIZATION IS SEQUENTIAL                                   00000570
           FILE STATUS IS FS-AUDIT-RPT-FILE.                            00000580
           SELECT CANDIDATE-FILE                                        00000590
           ASSIGN TO GRADCAND                                           00000600
           ORGANIZATION IS SEQUENTIAL                                   00000610
           FILE STATUS IS FS-CANDIDATE-FILE.                            00000620
       DATA DIVISION.                                                   00000630
       FILE SECTION.                                                    00000640
      *> ***************************************************************00000650
      *> AUDIT CARD: GRADES THROUGH THIS TERM COUNT, AND THE CANDIDATE  00000660
      *> LIST IS THIS TERM'S                                            00000670
      *> ***************************************************************00000680
       FD AUDIT-CTL-FILE.                                               00000690
       01 AUDIT-CTL-REC.                                                00000700
           05 ACT-TERM              PIC X(05).                          00000710
           05 FILLER                PIC X(75).                          00000720
                                                                        00000730
       FD STUDENT-IN-FILE.                                              00000740
       COPY STUDREC.                                                    00000750
                                                                        00000760
       FD COURSE-FILE.                                                  00000770
       COPY COURSREC.                                                   00000780
                                                                        00000790
       FD PROGRAM-REQ-FILE.                                             00000800
       COPY PGMREQ.                                                     00000810
                                                                        00000820
       FD STUDENT-PGM-FILE.                                             00000830
       COPY STUDPGM.                                                    00000840
                                                                        00000850
       FD GRADE-HIST-FILE.                                              00000860
       COPY GRADEREC.                                                   00000870
                                                                        00000880
       FD AUDIT-RPT-FILE.                                               00000890
       01 AUDIT-RPT-LINE            PIC X(133).                         00000900
                                                                        00000910
       FD CANDIDATE-FILE.                                               00000920
       01 CANDIDATE-LINE            PIC X(133).                         00000930
                                                                        00000940
       WORKING-STORAGE SECTION.                                         00000950
       01 FS-AUDIT-CTL-FILE PIC XX.                                     00000960
       01 FS-STUDENT-IN-FILE PIC XX.                                    00000970
       01 FS-COURSE-FILE PIC XX.                                        00000980
       01 FS-PROGRAM-REQ-FILE PIC XX.                                   00000990
       01 FS-STUDENT-PGM-FILE PIC XX.                                   00001000
       01 FS-GRADE-HIST-FILE PIC XX.                                    00001010
       01 FS-AUDIT-RPT-FILE PIC XX.                                     00001020
       01 FS-CANDIDATE-FILE PIC XX.                                     00001030
                                                                        00001040
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001050
           88 WS-EOF VALUE 'Y'.                                         00001060
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00001070
           88 WS-FOUND VALUE 'Y'.                                       00001080
       01 WS-AUDIT-TERM PIC X(05) VALUE SPACES.                         00001090
                                                                        00001100
       01 WS-STUDENTS-AUDITED PIC 9(05) VALUE ZEROES.                   00001110
       01 WS-CANDIDATES PIC 9(05) VALUE ZEROES.                         00001120
       01 WS-NO-PROGRAM PIC 9(05) VALUE ZEROES.                         00001130
       01 WS-UNKNOWN-PROGRAM PIC 9(05) VALUE ZEROES.                    00001140
       01 WS-REQ-REJECTED PIC 9(05) VALUE ZEROES.                       00001150
                                                                        00001160
      *> ***************************************************************00001170
      *> ACTIVE STUDENTS, WITH THE PROGRAM EACH HAS DECLARED            00001180
      *> ***************************************************************00001190
       01 WS-STUD-TABLE.                                                00001200
           05 WS-STUD-ENTRY OCCURS 200 TIMES.                           00001210
               10 TBL-STUD-ID           PIC 9(05).                      00001220
               10 TBL-STUD-NAME         PIC X(15).                      00001230
               10 TBL-STUD-PROGRAM      PIC X(06).                      00001240
               10 TBL-STUD-EXPECTED     PIC X(05).                      00001250
       01 WS-STUD-COUNT PIC 9(03) VALUE ZEROES.                         00001260
       01 WS-STUD-MAX PIC 9(03) VALUE 200.                              00001270
       01 WS-STUD-SUB PIC 9(03) VALUE ZEROES.                           00001280
       01 WS-STUD-HIT PIC 9(03) VALUE ZEROES.                           00001290
                                                                        00001300
       01 WS-CRS-TABLE.                                                 00001310
           05 WS-CRS-ENTRY OCCURS 100 TIMES.                            00001320
               10 TBL-CRS-COURSE-CD     PIC X(08).                      00001330
               10 TBL-CRS-TITLE         PIC X(30).                      00001340
               10 TBL-CRS-HOURS         PIC 9(02).                      00001350
       01 WS-CRS-COUNT PIC 9(03) VALUE ZEROES.                          00001360
       01 WS-CRS-MAX PIC 9(03) VALUE 100.                               00001370
       01 WS-CRS-SUB PIC 9(03) VALUE ZEROES.                            00001380
                                                                        00001390
      *> ***************************************************************00001400
      *> EVERY PROGRAM'S REQUIREMENTS, IN FILE ORDER                    00001410
      *> ***************************************************************00001420
       01 WS-PRQ-TABLE.                                                 00001430
           05 WS-PRQ-ENTRY OCCURS 500 TIMES.                            00001440
               10 TBL-PRQ-PROGRAM       PIC X(06).                      00001450
               10 TBL-PRQ-TYPE          PIC X(01).                      00001460
                   88 TBL-PRQ-PROGRAM-HDR VALUE 'H'.                    00001470
                   88 TBL-PRQ-REQUIRED    VALUE 'R'.                    00001480
                   88 TBL-PRQ-ELECT-GROUP VALUE 'G'.                    00001490
                   88 TBL-PRQ-ELECT-COURSE VALUE 'E'.                   00001500
               10 TBL-PRQ-GROUP         PIC X(04).                      00001510
               10 TBL-PRQ-COURSE-CD     PIC X(08).                      00001520
               10 TBL-PRQ-MIN-CREDITS   PIC 9(03).                      00001530
               10 TBL-PRQ-MIN-GPA       PIC 9V99.                       00001540
               10 TBL-PRQ-DESC          PIC X(30).                      00001550
       01 WS-PRQ-COUNT PIC 9(03) VALUE ZEROES.                          00001560
       01 WS-PRQ-MAX PIC 9(03) VALUE 500.                               00001570
       01 WS-PRQ-SUB PIC 9(03) VALUE ZEROES.                            00001580
       01 WS-PRQ-SUB2 PIC 9(03) VALUE ZEROES.                           00001590
       01 WS-PGM-HIT PIC 9(03) VALUE ZEROES.                            00001600
                                                                        00001610
      *> ***************************************************************00001620
      *> GRADES THROUGH THE AUDIT TERM                                  00001630
      *> ***************************************************************00001640
       01 WS-GRD-TABLE.                                                 00001650
           05 WS-GRD-ENTRY OCCURS 2000 TIMES.                           00001660
               10 TBL-GRD-STUDENT-ID    PIC 9(05).                      00001670
               10 TBL-GRD-COURSE-CD     PIC X(08).                      00001680
               10 TBL-GRD-TERM          PIC X(05).                      00001690
               10 TBL-GRD-SCORE         PIC 9(03).                      00001700
       01 WS-GRD-COUNT PIC 9(04) VALUE ZEROES.                          00001710
       01 WS-GRD-MAX PIC 9(04) VALUE 2000.                              00001720
       01 WS-GRD-SUB PIC 9(04) VALUE ZEROES.                            00001730
                                                                        00001740
      *> ***************************************************************00001750
      *> ONE STUDENT'S COURSES, EACH ONCE AT ITS LATEST ATTEMPT, AND    00001760
      *> WHETHER A REQUIREMENT HAS ALREADY CLAIMED IT                   00001770
      *> ***************************************************************00001780
       01 WS-TKN-TABLE.                                                 00001790
           05 WS-TKN-ENTRY OCCURS 80 TIMES.                             00001800
               10 TBL-TKN-COURSE-CD     PIC X(08).                      00001810
               10 TBL-TKN-TERM          PIC X(05).                      00001820
               10 TBL-TKN-SCORE         PIC 9(03).                      00001830
               10 TBL-TKN-HOURS         PIC 9(02).                      00001840
               10 TBL-TKN-USED-SW       PIC X(01).                      00001850
                   88 TBL-TKN-USED       VALUE 'Y'.                     00001860
       01 WS-TKN-COUNT PIC 9(03) VALUE ZEROES.                          00001870
       01 WS-TKN-MAX PIC 9(03) VALUE 80.                                00001880
       01 WS-TKN-SUB PIC 9(03) VALUE ZEROES.                            00001890
       01 WS-TKN-HIT PIC 9(03) VALUE ZEROES.                            00001900
       01 WS-FIND-COURSE-CD PIC X(08) VALUE SPACES.                     00001910
                                                                        00001920
      *> ONE STUDENT'S AUDIT                                            00001930
       01 WS-PASS-SCORE PIC 9(03) VALUE 060.                            00001940
       01 WS-UNMET-COUNT PIC 9(03) VALUE ZEROES.                        00001950
       01 WS-EARNED-CREDITS PIC 9(04) VALUE ZEROES.                     00001960
       01 WS-GPA-CREDITS PIC 9(04) VALUE ZEROES.                        00001970
       01 WS-GPA-POINTS PIC 9(05)V9 VALUE ZEROES.                       00001980
       01 WS-GPA PIC 9V99 VALUE ZEROES.                                 00001990
       01 WS-GROUP-CREDITS PIC 9(04) VALUE ZEROES.                      00002000
       01 WS-SCALE-SCORE PIC 9(03) VALUE ZEROES.                        00002010
       01 WS-SCALE-GPA PIC 9V9 VALUE ZEROES.                            00002020
       01 WS-ED-SCORE PIC ZZ9.                                          00002030
       01 WS-ED-CREDITS PIC ZZZ9.                                       00002040
       01 WS-ED-NEEDED PIC ZZZ9.                                        00002050
       01 WS-ED-GPA PIC 9.99.                                           00002060
       01 WS-ED-MIN-GPA PIC 9.99.                                       00002070
                                                                        00002080
      *> ***************************************************************00002090
      *> DEGREE AUDIT REPORT LINES                                      00002100
      *> ***************************************************************00002110
       01 WS-AUD-HDR-1.                                                 00002120
           05 FILLER PIC X(01) VALUE '1'.                               00002130
           05 FILLER PIC X(40) VALUE 'DEGAUDIT - DEGREE AUDIT'.         00002140
           05 FILLER PIC X(14) VALUE 'THROUGH TERM '.                   00002150
           05 AUH-TERM PIC X(05).                                       00002160
                                                                        00002170
       01 WS-AUD-STUD-LINE.                                             00002180
           05 FILLER PIC X(01) VALUE '0'.                               00002190
           05 FILLER PIC X(08) VALUE 'STUDENT '.                        00002200
           05 AUS-STUDENT-ID PIC 9(05).                                 00002210
           05 FILLER PIC X(02) VALUE SPACES.                            00002220
           05 AUS-STUDENT-NAME PIC X(15).                               00002230
           05 FILLER PIC X(10) VALUE 'PROGRAM '.                        00002240
           05 AUS-PROGRAM PIC X(06).                                    00002250
           05 FILLER PIC X(02) VALUE SPACES.                            00002260
           05 AUS-PROGRAM-DESC PIC X(30).                               00002270
                                                                        00002280
       01 WS-AUD-DTL-LINE.                                              00002290
           05 FILLER PIC X(03) VALUE SPACES.                            00002300
           05 AUD-STATUS PIC X(07).                                     00002310
           05 AUD-KIND PIC X(10).                                       00002320
           05 AUD-ITEM PIC X(10).                                       00002330
           05 AUD-DESC PIC X(31).                                       00002340
           05 AUD-NOTE PIC X(40).                                       00002350
                                                                        00002360
       01 WS-AUD-RESULT-LINE.                                           00002370
           05 FILLER PIC X(03) VALUE SPACES.                            00002380
           05 AUR-TEXT PIC X(40).                                       00002390
           05 AUR-COUNT PIC ZZ9.                                        00002400
                                                                        00002410
      *> ***************************************************************00002420
      *> CANDIDATE-FOR-GRADUATION LIST LINES                            00002430
      *> ***************************************************************00002440
       01 WS-CAN-HDR-1.                                                 00002450
           05 FILLER PIC X(01) VALUE '1'.                               00002460
           05 FILLER PIC X(40)                                          00002470
              VALUE 'CANDIDATES FOR GRADUATION - TERM'.                 00002480
           05 CNH-TERM PIC X(05).                                       00002490
                                                                        00002500
       01 WS-CAN-HDR-2.                                                 00002510
           05 FILLER PIC X(01) VALUE '0'.                               00002520
           05 FILLER PIC X(08) VALUE 'STUDENT'.                         00002530
           05 FILLER PIC X(17) VALUE 'NAME'.                            00002540
           05 FILLER PIC X(08) VALUE 'PROGRAM'.                         00002550
           05 FILLER PIC X(09) VALUE 'CREDITS'.                         00002560
           05 FILLER PIC X(06) VALUE 'GPA'.                             00002570
           05 FILLER PIC X(10) VALUE 'EXPECTED'.                        00002580
           05 FILLER PIC X(44)                                          00002590
              VALUE 'CERTIFIED BY                    DATE'.             00002600
                                                                        00002610
       01 WS-CAN-DTL-LINE.                                              00002620
           05 FILLER PIC X(01) VALUE '0'.                               00002630
           05 CND-STUDENT-ID PIC 9(05).                                 00002640
           05 FILLER PIC X(03) VALUE SPACES.                            00002650
           05 CND-STUDENT-NAME PIC X(15).                               00002660
           05 FILLER PIC X(02) VALUE SPACES.                            00002670
           05 CND-PROGRAM PIC X(06).                                    00002680
           05 FILLER PIC X(03) VALUE SPACES.                            00002690
           05 CND-CREDITS PIC ZZZ9.                                     00002700
           05 FILLER PIC X(04) VALUE SPACES.                            00002710
           05 CND-GPA PIC 9.99.                                         00002720
           05 FILLER PIC X(03) VALUE SPACES.                            00002730
           05 CND-EXPECTED PIC X(05).                                   00002740
           05 FILLER PIC X(04) VALUE SPACES.                            00002750
           05 FILLER PIC X(44)                                          00002760
              VALUE '______________________  ________'.                 00002770
                                                                        00002780
       01 WS-CAN-TOTAL-LINE.                                            00002790
           05 FILLER PIC X(01) VALUE '0'.                               00002800
           05 FILLER PIC X(20) VALUE 'TOTAL CANDIDATES'.                00002810
           05 CNT-COUNT PIC ZZZZ9.                                      00002820
       COPY ABENDCPY.                                                   00002830
                                                                        00002840
       PROCEDURE DIVISION.                                              00002850
       0000-MAIN.                                                       00002860
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00002870
           PERFORM 2000-AUDIT-STUDENT THRU 2000-EXIT                    00002880
              VARYING WS-STUD-HIT FROM 1 BY 1                           00002890
              UNTIL WS-STUD-HIT > WS-STUD-COUNT                         00002900
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00002910
           IF WS-REQ-REJECTED > 0                                       00002920
              SET RC-WARNING TO TRUE                                    00002930
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00002940
           END-IF                                                       00002950
           GOBACK.                                                      00002960
                                                                        00002970
       1000-INITIALIZE.                                                 00002980
           OPEN INPUT AUDIT-CTL-FILE                                    00002990
           IF FS-AUDIT-CTL-FILE NOT = "00"                              00003000
              MOVE "OPEN FAILED ON AUDIT-CTL-FILE" TO WS-ABEND-MESSAGE  00003010
              GO TO 9999-ABEND                                          00003020
           END-IF                                                       00003030
           READ AUDIT-CTL-FILE                                          00003040
           IF FS-AUDIT-CTL-FILE NOT = "00"                              00003050
              OR ACT-TERM = SPACES                                      00003060
              MOVE "AUDIT CARD MISSING OR NO TERM" TO WS-ABEND-MESSAGE  00003070
              GO TO 9999-ABEND                                          00003080
           END-IF                                                       00003090
           MOVE ACT-TERM TO WS-AUDIT-TERM                               00003100
           CLOSE AUDIT-CTL-FILE                                         00003110
           DISPLAY "DEGREE AUDIT THROUGH TERM: " WS-AUDIT-TERM          00003120
                                                                        00003130
           PERFORM 1100-LOAD-STUDENTS THRU 1100-EXIT                    00003140
           PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT                     00003150
           PERFORM 1300-LOAD-REQUIREMENTS THRU 1300-EXIT                00003160
           PERFORM 1400-LOAD-STUDENT-PROGRAMS THRU 1400-EXIT            00003170
           PERFORM 1500-LOAD-GRADES THRU 1500-EXIT                      00003180
                                                                        00003190
           OPEN OUTPUT AUDIT-RPT-FILE                                   00003200
           IF FS-AUDIT-RPT-FILE NOT = "00"                              00003210
              MOVE "OPEN FAILED ON AUDIT-RPT-FILE" TO WS-ABEND-MESSAGE  00003220
              GO TO 9999-ABEND                                          00003230
           END-IF                                                       00003240
           OPEN OUTPUT CANDIDATE-FILE                                   00003250
           IF FS-CANDIDATE-FILE NOT = "00"                              00003260
              MOVE "OPEN FAILED ON CANDIDATE-FILE" TO WS-ABEND-MESSAGE  00003270
              GO TO 9999-ABEND                                          00003280
           END-IF                                                       00003290
           MOVE WS-AUDIT-TERM TO AUH-TERM                               00003300
           WRITE AUDIT-RPT-LINE FROM WS-AUD-HDR-1                       00003310
           MOVE WS-AUDIT-TERM TO CNH-TERM                               00003320
           WRITE CANDIDATE-LINE FROM WS-CAN-HDR-1                       00003330
           WRITE CANDIDATE-LINE FROM WS-CAN-HDR-2.                      00003340
       1000-EXIT.                                                       00003350
           EXIT.                                                        00003360
                                                                        00003370
      *> ***************************************************************00003380
      *> ONLY ACTIVE STUDENTS ARE AUDITED                               00003390
      *> ***************************************************************00003400
       1100-LOAD-STUDENTS.                                              00003410
           OPEN INPUT STUDENT-IN-FILE                                   00003420
           IF FS-STUDENT-IN-FILE NOT = "00"                             00003430
              MOVE "OPEN FAILED ON STUDENT-IN-FILE" TO WS-ABEND-MESSAGE 00003440
              GO TO 9999-ABEND                                          00003450
           END-IF                                                       00003460
           MOVE 'N' TO WS-EOF-SW                                        00003470
           PERFORM UNTIL WS-EOF                                         00003480
             READ STUDENT-IN-FILE                                       00003490
               AT END                                                   00003500
                 SET WS-EOF TO TRUE                                     00003510
               NOT AT END                                               00003520
                 IF STUD-ACTIVE                                         00003530
                    IF WS-STUD-COUNT < WS-STUD-MAX                      00003540
                       ADD 1 TO WS-STUD-COUNT                           00003550
                       MOVE STUD-ID TO TBL-STUD-ID (WS-STUD-COUNT)      00003560
                       MOVE STUD-NAME TO TBL-STUD-NAME (WS-STUD-COUNT)  00003570
                       MOVE SPACES TO                                   00003580
                          TBL-STUD-PROGRAM (WS-STUD-COUNT)              00003590
                       MOVE SPACES TO                                   00003600
                          TBL-STUD-EXPECTED (WS-STUD-COUNT)             00003610
                    ELSE                                                00003620
                       DISPLAY "STUDENT TABLE FULL, NOT AUDITED: "      00003630
                         STUD-ID                                        00003640
                    END-IF                                              00003650
                 END-IF                                                 00003660
             END-READ                                                   00003670
           END-PERFORM                                                  00003680
           CLOSE STUDENT-IN-FILE.                                       00003690
       1100-EXIT.                                                       00003700
           EXIT.                                                        00003710
                                                                        00003720
       1200-LOAD-CATALOG.                                               00003730
           OPEN INPUT COURSE-FILE                                       00003740
           IF FS-COURSE-FILE NOT = "00"                                 00003750
              MOVE "OPEN FAILED ON COURSE-FILE" TO WS-ABEND-MESSAGE     00003760
              GO TO 9999-ABEND                                          00003770
           END-IF                                                       00003780
           MOVE 'N' TO WS-EOF-SW                                        00003790
           PERFORM UNTIL WS-EOF                                         00003800
             READ COURSE-FILE                                           00003810
               AT END                                                   00003820
                 SET WS-EOF TO TRUE                                     00003830
               NOT AT END                                               00003840
                 IF CRS-CREDIT-HOURS NUMERIC                            00003850
                    AND WS-CRS-COUNT < WS-CRS-MAX                       00003860
                    ADD 1 TO WS-CRS-COUNT                               00003870
                    MOVE CRS-COURSE-CD TO                               00003880
                       TBL-CRS-COURSE-CD (WS-CRS-COUNT)                 00003890
                    MOVE CRS-TITLE TO TBL-CRS-TITLE (WS-CRS-COUNT)      00003900
                    MOVE CRS-CREDIT-HOURS TO                            00003910
                       TBL-CRS-HOURS (WS-CRS-COUNT)                     00003920
                 END-IF                                                 00003930
             END-READ                                                   00003940
           END-PERFORM                                                  00003950
           CLOSE COURSE-FILE.                                           00003960
       1200-EXIT.                                                       00003970
           EXIT.                                                        00003980
                                                                        00003990
      *> ***************************************************************00004000
      *> A REQUIREMENT RECORD THE AUDIT CANNOT USE IS LEFT OUT AND      00004010
      *> ENDS THE RUN WITH A WARNING, SO THE REGISTRAR CORRECTS IT      00004020
      *> ***************************************************************00004030
       1300-LOAD-REQUIREMENTS.                                          00004040
           OPEN INPUT PROGRAM-REQ-FILE                                  00004050
           IF FS-PROGRAM-REQ-FILE NOT = "00"                            00004060
              MOVE "OPEN FAILED ON PROGRAM-REQ-FILE" TO                 00004070
                 WS-ABEND-MESSAGE                                       00004080
              GO TO 9999-ABEND                                          00004090
           END-IF                                                       00004100
           MOVE 'N' TO WS-EOF-SW                                        00004110
           PERFORM UNTIL WS-EOF                                         00004120
             READ PROGRAM-REQ-FILE                                      00004130
               AT END                                                   00004140
                 SET WS-EOF TO TRUE                                     00004150
               NOT AT END                                               00004160
                 PERFORM 1350-KEEP-REQUIREMENT THRU 1350-EXIT           00004170
             END-READ                                                   00004180
           END-PERFORM                                                  00004190
           CLOSE PROGRAM-REQ-FILE                                       00004200
           DISPLAY "REQUIREMENTS LOADED: " WS-PRQ-COUNT.                00004210
       1300-EXIT.                                                       00004220
           EXIT.                                                        00004230
                                                                        00004240
       1350-KEEP-REQUIREMENT.                                           00004250
           EVALUATE TRUE                                                00004260
             WHEN PRQ-PROGRAM = SPACES                                  00004270
               DISPLAY "REQUIREMENT WITH NO PROGRAM: "                  00004280
                 PROGRAM-REQ-RECORD                                     00004290
               ADD 1 TO WS-REQ-REJECTED                                 00004300
               GO TO 1350-EXIT                                          00004310
             WHEN PRQ-PROGRAM-HDR                                       00004320
               IF PRQ-MIN-CREDITS NOT NUMERIC                           00004330
                  OR PRQ-MIN-GPA NOT NUMERIC                            00004340
                  DISPLAY "PROGRAM MINIMUMS NOT NUMERIC: "              00004350
                    PRQ-PROGRAM                                         00004360
                  ADD 1 TO WS-REQ-REJECTED                              00004370
                  GO TO 1350-EXIT                                       00004380
               END-IF                                                   00004390
             WHEN PRQ-REQUIRED                                          00004400
               IF PRQ-COURSE-CD = SPACES                                00004410
                  DISPLAY "REQUIRED COURSE MISSING: " PRQ-PROGRAM       00004420
                  ADD 1 TO WS-REQ-REJECTED                              00004430
                  GO TO 1350-EXIT                                       00004440
               END-IF                                                   00004450
             WHEN PRQ-ELECT-GROUP                                       00004460
               IF PRQ-GROUP = SPACES                                    00004470
                  OR PRQ-MIN-CREDITS NOT NUMERIC                        00004480
                  DISPLAY "ELECTIVE GROUP INCOMPLETE: " PRQ-PROGRAM     00004490
                    " " PRQ-GROUP                                       00004500
                  ADD 1 TO WS-REQ-REJECTED                              00004510
                  GO TO 1350-EXIT                                       00004520
               END-IF                                                   00004530
             WHEN PRQ-ELECT-COURSE                                      00004540
               IF PRQ-GROUP = SPACES OR PRQ-COURSE-CD = SPACES          00004550
                  DISPLAY "ELECTIVE COURSE INCOMPLETE: " PRQ-PROGRAM    00004560
                    " " PRQ-GROUP                                       00004570
                  ADD 1 TO WS-REQ-REJECTED                              00004580
                  GO TO 1350-EXIT                                       00004590
               END-IF                                                   00004600
             WHEN OTHER                                                 00004610
               DISPLAY "UNKNOWN REQUIREMENT TYPE: " PRQ-PROGRAM         00004620
                 " " PRQ-TYPE                                           00004630
               ADD 1 TO WS-REQ-REJECTED                                 00004640
               GO TO 1350-EXIT                                          00004650
           END-EVALUATE                                                 00004660
           IF WS-PRQ-COUNT NOT < WS-PRQ-MAX                             00004670
              MOVE "REQUIREMENT TABLE FULL ON LOAD" TO WS-ABEND-MESSAGE 00004680
              GO TO 9999-ABEND                                          00004690
           END-IF                                                       00004700
           ADD 1 TO WS-PRQ-COUNT                                        00004710
           MOVE PRQ-PROGRAM TO TBL-PRQ-PROGRAM (WS-PRQ-COUNT)           00004720
           MOVE PRQ-TYPE TO TBL-PRQ-TYPE (WS-PRQ-COUNT)                 00004730
           MOVE PRQ-GROUP TO TBL-PRQ-GROUP (WS-PRQ-COUNT)               00004740
           MOVE PRQ-COURSE-CD TO TBL-PRQ-COURSE-CD (WS-PRQ-COUNT)       00004750
           MOVE PRQ-DESC TO TBL-PRQ-DESC (WS-PRQ-COUNT)                 00004760
           IF PRQ-MIN-CREDITS NUMERIC                                   00004770
              MOVE PRQ-MIN-CREDITS TO                                   00004780
                 TBL-PRQ-MIN-CREDITS (WS-PRQ-COUNT)                     00004790
           ELSE                                                         00004800
              MOVE ZEROES TO TBL-PRQ-MIN-CREDITS (WS-PRQ-COUNT)         00004810
           END-IF                                                       00004820
           IF PRQ-MIN-GPA NUMERIC                                       00004830
              MOVE PRQ-MIN-GPA TO TBL-PRQ-MIN-GPA (WS-PRQ-COUNT)        00004840
           ELSE                                                         00004850
              MOVE ZEROES TO TBL-PRQ-MIN-GPA (WS-PRQ-COUNT)             00004860
           END-IF.                                                      00004870
       1350-EXIT.                                                       00004880
           EXIT.                                                        00004890
                                                                        00004900
       1400-LOAD-STUDENT-PROGRAMS.                                      00004910
           OPEN INPUT STUDENT-PGM-FILE                                  00004920
           EVALUATE FS-STUDENT-PGM-FILE                                 00004930
             WHEN "00"                                                  00004940
               CONTINUE                                                 00004950
             WHEN "35"                                                  00004960
               DISPLAY "NO STUDENT PROGRAM FILE, NO PROGRAMS DECLARED"  00004970
               GO TO 1400-EXIT                                          00004980
             WHEN OTHER                                                 00004990
               MOVE "OPEN FAILED ON STUDENT-PGM-FILE" TO                00005000
                  WS-ABEND-MESSAGE                                      00005010
               GO TO 9999-ABEND                                         00005020
           END-EVALUATE                                                 00005030
           MOVE 'N' TO WS-EOF-SW                                        00005040
           PERFORM UNTIL WS-EOF                                         00005050
             READ STUDENT-PGM-FILE                                      00005060
               AT END                                                   00005070
                 SET WS-EOF TO TRUE                                     00005080
               NOT AT END                                               00005090
                 PERFORM VARYING WS-STUD-SUB FROM 1 BY 1                00005100
                          UNTIL WS-STUD-SUB > WS-STUD-COUNT             00005110
                   IF TBL-STUD-ID (WS-STUD-SUB) = SPG-STUDENT-ID        00005120
                      MOVE SPG-PROGRAM TO                               00005130
                         TBL-STUD-PROGRAM (WS-STUD-SUB)                 00005140
                      MOVE SPG-EXPECTED-TERM TO                         00005150
                         TBL-STUD-EXPECTED (WS-STUD-SUB)                00005160
                   END-IF                                               00005170
                 END-PERFORM                                            00005180
             END-READ                                                   00005190
           END-PERFORM                                                  00005200
           CLOSE STUDENT-PGM-FILE.                                      00005210
       1400-EXIT.                                                       00005220
           EXIT.                                                        00005230
                                                                        00005240
       1500-LOAD-GRADES.                                                00005250
           OPEN INPUT GRADE-HIST-FILE                                   00005260
           EVALUATE FS-GRADE-HIST-FILE                                  00005270
             WHEN "00"                                                  00005280
               CONTINUE                                                 00005290
             WHEN "35"                                                  00005300
               DISPLAY "NO GRADE HISTORY, NO COURSES COMPLETED"         00005310
               GO TO 1500-EXIT                                          00005320
             WHEN OTHER                                                 00005330
               MOVE "OPEN FAILED ON GRADE-HIST-FILE" TO                 00005340
                  WS-ABEND-MESSAGE                                      00005350
               GO TO 9999-ABEND                                         00005360
           END-EVALUATE                                                 00005370
           MOVE 'N' TO WS-EOF-SW                                        00005380
           PERFORM UNTIL WS-EOF                                         00005390
             READ GRADE-HIST-FILE                                       00005400
               AT END                                                   00005410
                 SET WS-EOF TO TRUE                                     00005420
               NOT AT END                                               00005430
                 IF GRD-STUDENT-ID NUMERIC                              00005440
                    AND GRD-SCORE NUMERIC                               00005450
                    AND GRD-TERM NOT > WS-AUDIT-TERM                    00005460
                    IF WS-GRD-COUNT NOT < WS-GRD-MAX                    00005470
                       MOVE "GRADE TABLE FULL ON LOAD" TO               00005480
                          WS-ABEND-MESSAGE                              00005490
                       GO TO 9999-ABEND                                 00005500
                    END-IF                                              00005510
                    ADD 1 TO WS-GRD-COUNT                               00005520
                    MOVE GRD-STUDENT-ID TO                              00005530
                       TBL-GRD-STUDENT-ID (WS-GRD-COUNT)                00005540
                    MOVE GRD-COURSE-CD TO                               00005550
                       TBL-GRD-COURSE-CD (WS-GRD-COUNT)                 00005560
                    MOVE GRD-TERM TO TBL-GRD-TERM (WS-GRD-COUNT)        00005570
                    MOVE GRD-SCORE TO TBL-GRD-SCORE (WS-GRD-COUNT)      00005580
                 END-IF                                                 00005590
             END-READ                                                   00005600
           END-PERFORM                                                  00005610
           CLOSE GRADE-HIST-FILE                                        00005620
           DISPLAY "GRADES LOADED: " WS-GRD-COUNT.                      00005630
       1500-EXIT.                                                       00005640
           EXIT.                                                        00005650
                                                                        00005660
      *> ***************************************************************00005670
      *> AUDIT ONE STUDENT AGAINST THE DECLARED PROGRAM                 00005680
      *> ***************************************************************00005690
       2000-AUDIT-STUDENT.                                              00005700
           ADD 1 TO WS-STUDENTS-AUDITED                                 00005710
           MOVE TBL-STUD-ID (WS-STUD-HIT) TO AUS-STUDENT-ID             00005720
           MOVE TBL-STUD-NAME (WS-STUD-HIT) TO AUS-STUDENT-NAME         00005730
           MOVE TBL-STUD-PROGRAM (WS-STUD-HIT) TO AUS-PROGRAM           00005740
           MOVE SPACES TO AUS-PROGRAM-DESC                              00005750
           MOVE 'N' TO WS-FOUND-SW                                      00005760
           IF TBL-STUD-PROGRAM (WS-STUD-HIT) NOT = SPACES               00005770
              PERFORM VARYING WS-PRQ-SUB FROM 1 BY 1                    00005780
                       UNTIL WS-PRQ-SUB > WS-PRQ-COUNT                  00005790
                       OR WS-FOUND                                      00005800
                IF TBL-PRQ-PROGRAM (WS-PRQ-SUB) =                       00005810
                   TBL-STUD-PROGRAM (WS-STUD-HIT)                       00005820
                   AND TBL-PRQ-PROGRAM-HDR (WS-PRQ-SUB)                 00005830
                   SET WS-FOUND TO TRUE                                 00005840
                   MOVE WS-PRQ-SUB TO WS-PGM-HIT                        00005850
                   MOVE TBL-PRQ-DESC (WS-PRQ-SUB) TO AUS-PROGRAM-DESC   00005860
                END-IF                                                  00005870
              END-PERFORM                                               00005880
           END-IF                                                       00005890
           WRITE AUDIT-RPT-LINE FROM WS-AUD-STUD-LINE                   00005900
           MOVE SPACES TO AUR-TEXT                                      00005910
           MOVE ZEROES TO AUR-COUNT                                     00005920
           IF TBL-STUD-PROGRAM (WS-STUD-HIT) = SPACES                   00005930
              MOVE 'NO DEGREE PROGRAM DECLARED' TO AUR-TEXT             00005940
              WRITE AUDIT-RPT-LINE FROM WS-AUD-RESULT-LINE              00005950
              ADD 1 TO WS-NO-PROGRAM                                    00005960
              GO TO 2000-EXIT                                           00005970
           END-IF                                                       00005980
           IF NOT WS-FOUND                                              00005990
              MOVE 'PROGRAM NOT ON THE REQUIREMENTS FILE' TO AUR-TEXT   00006000
              WRITE AUDIT-RPT-LINE FROM WS-AUD-RESULT-LINE              00006010
              ADD 1 TO WS-UNKNOWN-PROGRAM                               00006020
              GO TO 2000-EXIT                                           00006030
           END-IF                                                       00006040
                                                                        00006050
           PERFORM 2100-BUILD-COURSES THRU 2100-EXIT                    00006060
           MOVE ZEROES TO WS-UNMET-COUNT                                00006070
           PERFORM VARYING WS-PRQ-SUB FROM 1 BY 1                       00006080
                    UNTIL WS-PRQ-SUB > WS-PRQ-COUNT                     00006090
             IF TBL-PRQ-PROGRAM (WS-PRQ-SUB) =                          00006100
                TBL-STUD-PROGRAM (WS-STUD-HIT)                          00006110
                AND TBL-PRQ-REQUIRED (WS-PRQ-SUB)                       00006120
                PERFORM 2300-CHECK-REQUIRED THRU 2300-EXIT              00006130
             END-IF                                                     00006140
           END-PERFORM                                                  00006150
           PERFORM VARYING WS-PRQ-SUB FROM 1 BY 1                       00006160
                    UNTIL WS-PRQ-SUB > WS-PRQ-COUNT                     00006170
             IF TBL-PRQ-PROGRAM (WS-PRQ-SUB) =                          00006180
                TBL-STUD-PROGRAM (WS-STUD-HIT)                          00006190
                AND TBL-PRQ-ELECT-GROUP (WS-PRQ-SUB)                    00006200
                PERFORM 2400-CHECK-GROUP THRU 2400-EXIT                 00006210
             END-IF                                                     00006220
           END-PERFORM                                                  00006230
           PERFORM 2500-CHECK-TOTALS THRU 2500-EXIT                     00006240
                                                                        00006250
           IF WS-UNMET-COUNT = ZEROES                                   00006260
              MOVE 'ELIGIBLE - CANDIDATE FOR GRADUATION' TO AUR-TEXT    00006270
              WRITE AUDIT-RPT-LINE FROM WS-AUD-RESULT-LINE              00006280
              PERFORM 2900-LIST-CANDIDATE THRU 2900-EXIT                00006290
           ELSE                                                         00006300
              MOVE 'NOT YET ELIGIBLE - REQUIREMENTS UNMET:' TO AUR-TEXT 00006310
              MOVE WS-UNMET-COUNT TO AUR-COUNT                          00006320
              WRITE AUDIT-RPT-LINE FROM WS-AUD-RESULT-LINE              00006330
           END-IF.                                                      00006340
       2000-EXIT.                                                       00006350
           EXIT.                                                        00006360
                                                                        00006370
      *> ***************************************************************00006380
      *> THE STUDENT'S COURSES, ONE ENTRY PER COURSE: A LATER ATTEMPT   00006390
      *> REPLACES AN EARLIER ONE.  EARNED CREDITS AND THE CREDIT-       00006400
      *> WEIGHTED GPA ARE TAKEN FROM THE RESULT                         00006410
      *> ***************************************************************00006420
       2100-BUILD-COURSES.                                              00006430
           MOVE ZEROES TO WS-TKN-COUNT                                  00006440
           PERFORM VARYING WS-GRD-SUB FROM 1 BY 1                       00006450
                    UNTIL WS-GRD-SUB > WS-GRD-COUNT                     00006460
             IF TBL-GRD-STUDENT-ID (WS-GRD-SUB) =                       00006470
                TBL-STUD-ID (WS-STUD-HIT)                               00006480
                PERFORM 2150-KEEP-ATTEMPT THRU 2150-EXIT                00006490
             END-IF                                                     00006500
           END-PERFORM                                                  00006510
           MOVE ZEROES TO WS-EARNED-CREDITS                             00006520
           MOVE ZEROES TO WS-GPA-CREDITS                                00006530
           MOVE ZEROES TO WS-GPA-POINTS                                 00006540
           PERFORM VARYING WS-TKN-SUB FROM 1 BY 1                       00006550
                    UNTIL WS-TKN-SUB > WS-TKN-COUNT                     00006560
             MOVE TBL-TKN-SCORE (WS-TKN-SUB) TO WS-SCALE-SCORE          00006570
             PERFORM 4000-SCALE-SCORE THRU 4000-EXIT                    00006580
             ADD TBL-TKN-HOURS (WS-TKN-SUB) TO WS-GPA-CREDITS           00006590
             COMPUTE WS-GPA-POINTS =                                    00006600
                WS-GPA-POINTS +                                         00006610
                (WS-SCALE-GPA * TBL-TKN-HOURS (WS-TKN-SUB))             00006620
             IF TBL-TKN-SCORE (WS-TKN-SUB) NOT < WS-PASS-SCORE          00006630
                ADD TBL-TKN-HOURS (WS-TKN-SUB) TO WS-EARNED-CREDITS     00006640
             END-IF                                                     00006650
           END-PERFORM                                                  00006660
           IF WS-GPA-CREDITS > 0                                        00006670
              COMPUTE WS-GPA ROUNDED = WS-GPA-POINTS / WS-GPA-CREDITS   00006680
           ELSE                                                         00006690
              MOVE ZEROES TO WS-GPA                                     00006700
           END-IF.                                                      00006710
       2100-EXIT.                                                       00006720
           EXIT.                                                        00006730
                                                                        00006740
       2150-KEEP-ATTEMPT.                                               00006750
           MOVE TBL-GRD-COURSE-CD (WS-GRD-SUB) TO WS-FIND-COURSE-CD     00006760
           PERFORM 2200-FIND-TAKEN THRU 2200-EXIT                       00006770
           IF WS-FOUND                                                  00006780
              IF TBL-GRD-TERM (WS-GRD-SUB) > TBL-TKN-TERM (WS-TKN-HIT)  00006790
                 MOVE TBL-GRD-TERM (WS-GRD-SUB) TO                      00006800
                    TBL-TKN-TERM (WS-TKN-HIT)                           00006810
                 MOVE TBL-GRD-SCORE (WS-GRD-SUB) TO                     00006820
                    TBL-TKN-SCORE (WS-TKN-HIT)                          00006830
              END-IF                                                    00006840
              GO TO 2150-EXIT                                           00006850
           END-IF                                                       00006860
           IF WS-TKN-COUNT NOT < WS-TKN-MAX                             00006870
              DISPLAY "COURSE TABLE FULL FOR STUDENT: "                 00006880
                TBL-STUD-ID (WS-STUD-HIT)                               00006890
              GO TO 2150-EXIT                                           00006900
           END-IF                                                       00006910
           ADD 1 TO WS-TKN-COUNT                                        00006920
           MOVE TBL-GRD-COURSE-CD (WS-GRD-SUB) TO                       00006930
              TBL-TKN-COURSE-CD (WS-TKN-COUNT)                          00006940
           MOVE TBL-GRD-TERM (WS-GRD-SUB) TO TBL-TKN-TERM (WS-TKN-COUNT)00006950
           MOVE TBL-GRD-SCORE (WS-GRD-SUB) TO                           00006960
              TBL-TKN-SCORE (WS-TKN-COUNT)                              00006970
           MOVE 'N' TO TBL-TKN-USED-SW (WS-TKN-COUNT)                   00006980
           MOVE ZEROES TO TBL-TKN-HOURS (WS-TKN-COUNT)                  00006990
           MOVE 'N' TO WS-FOUND-SW                                      00007000
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1                       00007010
                    UNTIL WS-CRS-SUB > WS-CRS-COUNT                     00007020
                    OR WS-FOUND                                         00007030
             IF TBL-CRS-COURSE-CD (WS-CRS-SUB) =                        00007040
                TBL-GRD-COURSE-CD (WS-GRD-SUB)                          00007050
                SET WS-FOUND TO TRUE                                    00007060
                MOVE TBL-CRS-HOURS (WS-CRS-SUB) TO                      00007070
                   TBL-TKN-HOURS (WS-TKN-COUNT)                         00007080
             END-IF                                                     00007090
           END-PERFORM                                                  00007100
           IF NOT WS-FOUND                                              00007110
              DISPLAY "GRADED COURSE NOT IN CATALOG, NO CREDIT: "       00007120
                TBL-STUD-ID (WS-STUD-HIT) " "                           00007130
                TBL-GRD-COURSE-CD (WS-GRD-SUB)                          00007140
           END-IF.                                                      00007150
       2150-EXIT.                                                       00007160
           EXIT.                                                        00007170
                                                                        00007180
       2200-FIND-TAKEN.                                                 00007190
           MOVE 'N' TO WS-FOUND-SW                                      00007200
           PERFORM VARYING WS-TKN-SUB FROM 1 BY 1                       00007210
                    UNTIL WS-TKN-SUB > WS-TKN-COUNT                     00007220
                    OR WS-FOUND                                         00007230
             IF TBL-TKN-COURSE-CD (WS-TKN-SUB) = WS-FIND-COURSE-CD      00007240
                SET WS-FOUND TO TRUE                                    00007250
                MOVE WS-TKN-SUB TO WS-TKN-HIT                           00007260
             END-IF                                                     00007270
           END-PERFORM.                                                 00007280
       2200-EXIT.                                                       00007290
           EXIT.                                                        00007300
                                                                        00007310
      *> ***************************************************************00007320
      *> A REQUIRED COURSE IS MET BY PASSING IT                         00007330
      *> ***************************************************************00007340
       2300-CHECK-REQUIRED.                                             00007350
           MOVE 'REQUIRED' TO AUD-KIND                                  00007360
           MOVE TBL-PRQ-COURSE-CD (WS-PRQ-SUB) TO AUD-ITEM              00007370
           MOVE TBL-PRQ-DESC (WS-PRQ-SUB) TO AUD-DESC                   00007380
           IF TBL-PRQ-DESC (WS-PRQ-SUB) = SPACES                        00007390
              PERFORM VARYING WS-CRS-SUB FROM 1 BY 1                    00007400
                       UNTIL WS-CRS-SUB > WS-CRS-COUNT                  00007410
                IF TBL-CRS-COURSE-CD (WS-CRS-SUB) =                     00007420
                   TBL-PRQ-COURSE-CD (WS-PRQ-SUB)                       00007430
                   MOVE TBL-CRS-TITLE (WS-CRS-SUB) TO AUD-DESC          00007440
                END-IF                                                  00007450
              END-PERFORM                                               00007460
           END-IF                                                       00007470
           MOVE SPACES TO AUD-NOTE                                      00007480
           MOVE TBL-PRQ-COURSE-CD (WS-PRQ-SUB) TO WS-FIND-COURSE-CD     00007490
           PERFORM 2200-FIND-TAKEN THRU 2200-EXIT                       00007500
           IF NOT WS-FOUND                                              00007510
              MOVE 'UNMET' TO AUD-STATUS                                00007520
              MOVE 'NOT TAKEN' TO AUD-NOTE                              00007530
              ADD 1 TO WS-UNMET-COUNT                                   00007540
           ELSE                                                         00007550
              MOVE TBL-TKN-SCORE (WS-TKN-HIT) TO WS-ED-SCORE            00007560
              IF TBL-TKN-SCORE (WS-TKN-HIT) NOT < WS-PASS-SCORE         00007570
                 MOVE 'MET' TO AUD-STATUS                               00007580
                 MOVE 'Y' TO TBL-TKN-USED-SW (WS-TKN-HIT)               00007590
                 STRING 'PASSED ' TBL-TKN-TERM (WS-TKN-HIT)             00007600
                        ' SCORE ' WS-ED-SCORE                           00007610
                    DELIMITED BY SIZE INTO AUD-NOTE                     00007620
              ELSE                                                      00007630
                 MOVE 'UNMET' TO AUD-STATUS                             00007640
                 ADD 1 TO WS-UNMET-COUNT                                00007650
                 STRING 'NOT PASSED ' TBL-TKN-TERM (WS-TKN-HIT)         00007660
                        ' SCORE ' WS-ED-SCORE                           00007670
                    DELIMITED BY SIZE INTO AUD-NOTE                     00007680
              END-IF                                                    00007690
           END-IF                                                       00007700
           WRITE AUDIT-RPT-LINE FROM WS-AUD-DTL-LINE.                   00007710
       2300-EXIT.                                                       00007720
           EXIT.                                                        00007730
                                                                        00007740
      *> ***************************************************************00007750
      *> AN ELECTIVE GROUP IS MET BY ITS CREDITS IN PASSED GROUP        00007760
      *> COURSES NOT ALREADY COUNTED TOWARD ANOTHER REQUIREMENT         00007770
      *> ***************************************************************00007780
       2400-CHECK-GROUP.                                                00007790
           MOVE ZEROES TO WS-GROUP-CREDITS                              00007800
           PERFORM VARYING WS-PRQ-SUB2 FROM 1 BY 1                      00007810
                    UNTIL WS-PRQ-SUB2 > WS-PRQ-COUNT                    00007820
             IF TBL-PRQ-PROGRAM (WS-PRQ-SUB2) =                         00007830
                TBL-STUD-PROGRAM (WS-STUD-HIT)                          00007840
                AND TBL-PRQ-ELECT-COURSE (WS-PRQ-SUB2)                  00007850
                AND TBL-PRQ-GROUP (WS-PRQ-SUB2) =                       00007860
                    TBL-PRQ-GROUP (WS-PRQ-SUB)                          00007870
                MOVE TBL-PRQ-COURSE-CD (WS-PRQ-SUB2) TO                 00007880
                   WS-FIND-COURSE-CD                                    00007890
                PERFORM 2200-FIND-TAKEN THRU 2200-EXIT                  00007900
                IF WS-FOUND                                             00007910
                   AND NOT TBL-TKN-USED (WS-TKN-HIT)                    00007920
                   AND TBL-TKN-SCORE (WS-TKN-HIT) NOT < WS-PASS-SCORE   00007930
                   AND WS-GROUP-CREDITS <                               00007940
                       TBL-PRQ-MIN-CREDITS (WS-PRQ-SUB)                 00007950
                   MOVE 'Y' TO TBL-TKN-USED-SW (WS-TKN-HIT)             00007960
                   ADD TBL-TKN-HOURS (WS-TKN-HIT) TO WS-GROUP-CREDITS   00007970
                END-IF                                                  00007980
             END-IF                                                     00007990
           END-PERFORM                                                  00008000
           MOVE 'ELECTIVE' TO AUD-KIND                                  00008010
           MOVE TBL-PRQ-GROUP (WS-PRQ-SUB) TO AUD-ITEM                  00008020
           MOVE TBL-PRQ-DESC (WS-PRQ-SUB) TO AUD-DESC                   00008030
           IF WS-GROUP-CREDITS < TBL-PRQ-MIN-CREDITS (WS-PRQ-SUB)       00008040
              MOVE 'UNMET' TO AUD-STATUS                                00008050
              ADD 1 TO WS-UNMET-COUNT                                   00008060
           ELSE                                                         00008070
              MOVE 'MET' TO AUD-STATUS                                  00008080
           END-IF                                                       00008090
           MOVE WS-GROUP-CREDITS TO WS-ED-CREDITS                       00008100
           MOVE TBL-PRQ-MIN-CREDITS (WS-PRQ-SUB) TO WS-ED-NEEDED        00008110
           MOVE SPACES TO AUD-NOTE                                      00008120
           STRING 'CREDITS ' WS-ED-CREDITS ' OF ' WS-ED-NEEDED          00008130
              DELIMITED BY SIZE INTO AUD-NOTE                           00008140
           WRITE AUDIT-RPT-LINE FROM WS-AUD-DTL-LINE.                   00008150
       2400-EXIT.                                                       00008160
           EXIT.                                                        00008170
                                                                        00008180
      *> ***************************************************************00008190
      *> THE PROGRAM'S MINIMUM EARNED CREDITS AND MINIMUM GPA           00008200
      *> ***************************************************************00008210
       2500-CHECK-TOTALS.                                               00008220
           MOVE 'CREDITS' TO AUD-KIND                                   00008230
           MOVE SPACES TO AUD-ITEM                                      00008240
           MOVE 'TOTAL EARNED CREDITS' TO AUD-DESC                      00008250
           IF WS-EARNED-CREDITS < TBL-PRQ-MIN-CREDITS (WS-PGM-HIT)      00008260
              MOVE 'UNMET' TO AUD-STATUS                                00008270
              ADD 1 TO WS-UNMET-COUNT                                   00008280
           ELSE                                                         00008290
              MOVE 'MET' TO AUD-STATUS                                  00008300
           END-IF                                                       00008310
           MOVE WS-EARNED-CREDITS TO WS-ED-CREDITS                      00008320
           MOVE TBL-PRQ-MIN-CREDITS (WS-PGM-HIT) TO WS-ED-NEEDED        00008330
           MOVE SPACES TO AUD-NOTE                                      00008340
           STRING 'CREDITS ' WS-ED-CREDITS ' OF ' WS-ED-NEEDED          00008350
              DELIMITED BY SIZE INTO AUD-NOTE                           00008360
           WRITE AUDIT-RPT-LINE FROM WS-AUD-DTL-LINE                    00008370
                                                                        00008380
           MOVE 'GPA' TO AUD-KIND                                       00008390
           MOVE 'CREDIT-WEIGHTED GPA' TO AUD-DESC                       00008400
           IF WS-GPA < TBL-PRQ-MIN-GPA (WS-PGM-HIT)                     00008410
              MOVE 'UNMET' TO AUD-STATUS                                00008420
              ADD 1 TO WS-UNMET-COUNT                                   00008430
           ELSE                                                         00008440
              MOVE 'MET' TO AUD-STATUS                                  00008450
           END-IF                                                       00008460
           MOVE WS-GPA TO WS-ED-GPA                                     00008470
           MOVE TBL-PRQ-MIN-GPA (WS-PGM-HIT) TO WS-ED-MIN-GPA           00008480
           MOVE SPACES TO AUD-NOTE                                      00008490
           STRING 'GPA ' WS-ED-GPA ' MINIMUM ' WS-ED-MIN-GPA            00008500
              DELIMITED BY SIZE INTO AUD-NOTE                           00008510
           WRITE AUDIT-RPT-LINE FROM WS-AUD-DTL-LINE.                   00008520
       2500-EXIT.                                                       00008530
           EXIT.                                                        00008540
                                                                        00008550
       2900-LIST-CANDIDATE.                                             00008560
           MOVE TBL-STUD-ID (WS-STUD-HIT) TO CND-STUDENT-ID             00008570
           MOVE TBL-STUD-NAME (WS-STUD-HIT) TO CND-STUDENT-NAME         00008580
           MOVE TBL-STUD-PROGRAM (WS-STUD-HIT) TO CND-PROGRAM           00008590
           MOVE WS-EARNED-CREDITS TO CND-CREDITS                        00008600
           MOVE WS-GPA TO CND-GPA                                       00008610
           MOVE TBL-STUD-EXPECTED (WS-STUD-HIT) TO CND-EXPECTED         00008620
           WRITE CANDIDATE-LINE FROM WS-CAN-DTL-LINE                    00008630
           ADD 1 TO WS-CANDIDATES.                                      00008640
       2900-EXIT.                                                       00008650
           EXIT.                                                        00008660
                                                                        00008670
      *> ***************************************************************00008680
      *> GRADING SCALE - THE SAME 90/80/70/60 SCALE THE TRANSCRIPT      00008690
      *> HAS ALWAYS USED, APPLIED PER COURSE SCORE                      00008700
      *> ***************************************************************00008710
       4000-SCALE-SCORE.                                                00008720
           EVALUATE TRUE                                                00008730
             WHEN WS-SCALE-SCORE NOT < 90                               00008740
               MOVE 4.0 TO WS-SCALE-GPA                                 00008750
             WHEN WS-SCALE-SCORE NOT < 80                               00008760
               MOVE 3.0 TO WS-SCALE-GPA                                 00008770
             WHEN WS-SCALE-SCORE NOT < 70                               00008780
               MOVE 2.0 TO WS-SCALE-GPA                                 00008790
             WHEN WS-SCALE-SCORE NOT < 60                               00008800
               MOVE 1.0 TO WS-SCALE-GPA                                 00008810
             WHEN OTHER                                                 00008820
               MOVE 0.0 TO WS-SCALE-GPA                                 00008830
           END-EVALUATE.                                                00008840
       4000-EXIT.                                                       00008850
           EXIT.                                                        00008860
                                                                        00008870
       9000-TERMINATE.                                                  00008880
           MOVE WS-CANDIDATES TO CNT-COUNT                              00008890
           WRITE CANDIDATE-LINE FROM WS-CAN-TOTAL-LINE                  00008900
           CLOSE AUDIT-RPT-FILE                                         00008910
           CLOSE CANDIDATE-FILE                                         00008920
           DISPLAY "===== DEGAUDIT RUN SUMMARY ====="                   00008930
           DISPLAY "STUDENTS AUDITED     : " WS-STUDENTS-AUDITED        00008940
           DISPLAY "GRADUATION CANDIDATES: " WS-CANDIDATES              00008950
           DISPLAY "NO PROGRAM DECLARED  : " WS-NO-PROGRAM              00008960
           DISPLAY "PROGRAM NOT ON FILE  : " WS-UNKNOWN-PROGRAM         00008970
           DISPLAY "REQUIREMENTS REJECTED: " WS-REQ-REJECTED.           00008980
       9000-EXIT.                                                       00008990
           EXIT.                                                        00009000
                                                                        00009010
       COPY ABENDPAR.                                                   00009020
