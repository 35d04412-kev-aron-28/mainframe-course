       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. CRSREG.                                              00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * COURSE REGISTRATION, IN THE STUDMNT PATTERN.  APPLIES    *      00000090
      * THE REGISTRATION DESK'S TRANSACTIONS AGAINST THE TERM'S  *      00000100
      * SECTION MASTER AND CUTS THE NEW GENERATION OF THE        *      00000110
      * REGISTRATION MASTER THE JOB SWAPS IN:                    *      00000120
      *   'A' REGISTER A STUDENT IN A SECTION - THE STUDENT MUST *      00000130
      *       BE ACTIVE ON THE STUDENT MASTER AND HAVE PASSED    *      00000140
      *       THE COURSE'S CATALOG PREREQUISITES IN AN EARLIER   *      00000150
      *       TERM; PAST THE SECTION'S CAPACITY THE SEAT GOES    *      00000160
      *       ON THE WAITLIST IN ARRIVAL ORDER;                  *      00000170
      *   'D' DROP A REGISTRATION - A FREED SEAT GOES TO THE     *      00000180
      *       HEAD OF THE SECTION'S WAITLIST.                    *      00000190
      * PRINTS A CLASS ROSTER PER SECTION; REJECTS GO TO THE     *      00000200
      * REGISTRATION EXCEPTION REPORT WITH REASON CODES:         *      00000210
      *   K001 ACTION CODE NOT A OR D                            *      00000220
      *   K002 STUDENT NOT ON MASTER                             *      00000230
      *   K003 STUDENT NOT ACTIVE                                *      00000240
      *   K004 SECTION NOT OFFERED FOR THE TERM                  *      00000250
      *   K005 COURSE NOT ACTIVE IN THE CATALOG                  *      00000260
      *   K006 PREREQUISITE NOT PASSED IN AN EARLIER TERM        *      00000270
      *   K007 ALREADY REGISTERED FOR THE COURSE IN THE TERM     *      00000280
      *   K008 NO REGISTRATION TO DROP                           *      00000290
      *   K009 REGISTRATION TABLE FULL                           *      00000300
      *   K010 EFFECTIVE DATE MISSING                            *      00000310
      *   K011 REGISTRATION HOLD, BALANCE PAST DUE (TUITBILL'S   *      00000313
      *        HOLD LIST; NO HOLD LIST MEANS NO HOLDS)           *      00000316
      * ********************************************************        00000320
       ENVIRONMENT DIVISION.                                            00000330
       INPUT-OUTPUT SECTION.                                            00000340
       FILE-CONTROL.                                                    00000350
           SELECT STUDENT-IN-FILE                                       00000360
           ASSIGN TO STUDIN                                             00000370
           ORGANIZATION IS SEQUENTIAL                                   00000380
           FILE STATUS IS FS-STUDENT-IN-FILE.                           00000390
           SELECT COURSE-FILE                                           00000400
           ASSIGN TO COURSES                                            00000410
           ORGANIZATION IS SEQUENTIAL                                   00000420
           FILE STATUS IS FS-COURSE-FILE.                               00000430
           SELECT SECTION-FILE                                          00000440
           ASSIGN TO SECTIONS                                           00000450
           ORGANIZATION IS SEQUENTIAL                                   00000460
           FILE STATUS IS FS-SECTION-FILE.                              00000470
           SELECT GRADE-HIST-FILE                                       00000480
           ASSIGN TO GRADEIN                                            00000490
           ORGANIZATION IS SEQUENTIAL                                   00000500
           FILE STATUS IS FS-GRADE-HIST-FILE.                           00000510
           SELECT REG-IN-FILE                                           00000520
           ASSIGN TO REGIN                                              00000530
           ORGANIZATION IS SEQUENTIAL                                   00000540
           FILE STATUS IS FS-REG-IN-FILE.                               00000550
           SELECT REG-OUT-FILE                                          00000560
           ASSIGN TO REGOUT                                             00000570
           ORGANIZATION IS SEQUENTIAL                                   00000580
           FILE STATUS IS FS-REG-OUT-FILE.                              00000590
           SELECT REG-TRAN-FILE                                         00000600
           ASSIGN TO RGTRAN                                             00000610
           ORGANIZATION IS SEQUENTIAL                                   00000620
           FILE STATUS IS FS-REG-TRAN-FILE.                             00000630
           SELECT REG-EXCP-FILE                                         00000640
           ASSIGN TO RGEXCP                                             00000650
           ORGANIZATION IS SEQUENTIAL                                   00000660
           FILE STATUS IS FS-REG-EXCP-FILE.                             00000670
           SELECT ROSTER-FILE                                           00000680
           ASSIGN TO RGROST                                             00000690
           ORGANIZATION IS SEQUENTIAL                                   00000700
           FILE STATUS IS FS-ROSTER-FILE.                               00000710
           SELECT HOLD-FILE                                             00000712
           ASSIGN TO HOLDIN                                             00000714
           ORGANIZATION IS SEQUENTIAL                                   00000716
           FILE STATUS IS FS-HOLD-FILE.                                 00000718
           SELECT REASON-CODE-FILE                                      00000720
           ASSIGN TO RSNCODES                                           00000730
           ORGANIZATION IS SEQUENTIAL                                   00000740
           FILE STATUS IS FS-REASON-CODE-FILE.                          00000750
       DATA DIVISION.                                                   00000760
       FILE SECTION.                                                    00000770
       FD STUDENT-IN-FILE.                                              00000780
       COPY STUDREC.                                                    00000790
                                                                        00000800
       FD COURSE-FILE.                                                  00000810
       COPY COURSREC.                                                   00000820
                                                                        00000830
       FD SECTION-FILE.                                                 00000840
       COPY SECTREC.                                                    00000850
                                                                        00000860
       FD GRADE-HIST-FILE.                                              00000870
       COPY GRADEREC.                                                   00000880
                                                                        00000890
       FD REG-IN-FILE.                                                  00000900
       COPY REGREC.                                                     00000910
                                                                        00000920
       FD REG-OUT-FILE.                                                 00000930
       COPY REGREC REPLACING ==REGISTRATION-RECORD== BY                 00000940
                             ==REG-OUT-RECORD==.                        00000950
                                                                        00000960
      *> ***************************************************************00000970
      *> REGISTRATION TRANSACTION: ACTION, STUDENT, TERM, COURSE,       00000980
      *> SECTION (IGNORED ON A DROP), EFFECTIVE DATE                    00000990
      *> ***************************************************************00001000
       FD REG-TRAN-FILE.                                                00001010
       01 REG-TRAN-REC.                                                 00001020
           05 RGT-ACTION-CD         PIC X(01).                          00001030
               88 RGT-ACTION-ADD     VALUE 'A'.                         00001040
               88 RGT-ACTION-DROP    VALUE 'D'.                         00001050
           05 RGT-STUDENT-ID        PIC 9(05).                          00001060
           05 RGT-TERM              PIC X(05).                          00001070
           05 RGT-COURSE-CD         PIC X(08).                          00001080
           05 RGT-SECTION           PIC X(03).                          00001090
           05 RGT-EFF-DATE          PIC 9(08).                          00001100
           05 FILLER                PIC X(50).                          00001110
                                                                        00001120
       FD REG-EXCP-FILE.                                                00001130
       01 REG-EXCP-REC.                                                 00001140
           05 RGX-ORIG-TRAN         PIC X(80).                          00001150
           05 RGX-REASON-CD         PIC X(04).                          00001160
           05 RGX-REASON-TXT        PIC X(40).                          00001170
                                                                        00001180
       FD ROSTER-FILE.                                                  00001190
       01 ROSTER-LINE               PIC X(133).                         00001200
                                                                        00001210
       FD HOLD-FILE.                                                    00001212
       COPY REGHOLD.                                                    00001214
                                                                        00001216
       FD REASON-CODE-FILE.                                             00001220
       COPY RSNCODE.                                                    00001230
                                                                        00001240
       WORKING-STORAGE SECTION.                                         00001250
       01 FS-STUDENT-IN-FILE PIC XX.                                    00001260
       01 FS-COURSE-FILE PIC XX.                                        00001270
       01 FS-SECTION-FILE PIC XX.                                       00001280
       01 FS-GRADE-HIST-FILE PIC XX.                                    00001290
       01 FS-REG-IN-FILE PIC XX.                                        00001300
       01 FS-HOLD-FILE PIC XX.                                          00001305
       01 FS-REG-OUT-FILE PIC XX.                                       00001310
       01 FS-REG-TRAN-FILE PIC XX.                                      00001320
       01 FS-REG-EXCP-FILE PIC XX.                                      00001330
       01 FS-ROSTER-FILE PIC XX.                                        00001340
                                                                        00001350
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001360
           88 WS-EOF VALUE 'Y'.                                         00001370
       01 WS-TRAN-EOF-SW PIC X(01) VALUE 'N'.                           00001380
           88 WS-TRAN-EOF VALUE 'Y'.                                    00001390
       01 WS-VALID-SW PIC X(01) VALUE 'Y'.                              00001400
           88 WS-TRAN-VALID VALUE 'Y'.                                  00001410
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00001420
           88 WS-FOUND VALUE 'Y'.                                       00001430
       01 WS-PASSED-SW PIC X(01) VALUE 'N'.                             00001440
           88 WS-PASSED VALUE 'Y'.                                      00001450
                                                                        00001460
       01 WS-REASON-CD PIC X(04) VALUE SPACES.                          00001470
       01 WS-REASON-TXT PIC X(40) VALUE SPACES.                         00001480
       01 WS-TRANS-READ PIC 9(05) VALUE ZEROES.                         00001490
       01 WS-TRANS-APPLIED PIC 9(05) VALUE ZEROES.                      00001500
       01 WS-TRANS-REJECTED PIC 9(05) VALUE ZEROES.                     00001510
       01 WS-TRANS-WAITLISTED PIC 9(05) VALUE ZEROES.                   00001520
       01 WS-TRANS-PROMOTED PIC 9(05) VALUE ZEROES.                     00001530
                                                                        00001540
      *> ***************************************************************00001550
      *> THE STUDENT MASTER - ONLY THE ID, NAME AND STATUS MATTER HERE  00001560
      *> ***************************************************************00001570
       01 WS-STUD-TABLE.                                                00001580
           05 WS-STUD-ENTRY OCCURS 200 TIMES.                           00001590
               10 TBL-STUD-ID           PIC 9(05).                      00001600
               10 TBL-STUD-NAME         PIC X(15).                      00001610
               10 TBL-STUD-STATUS       PIC X(01).                      00001620
                   88 TBL-STUD-ACTIVE    VALUE ' ' 'A'.                 00001630
       01 WS-STUD-COUNT PIC 9(03) VALUE ZEROES.                         00001640
       01 WS-STUD-MAX PIC 9(03) VALUE 200.                              00001650
       01 WS-STUD-SUB PIC 9(03) VALUE ZEROES.                           00001660
       01 WS-STUD-HIT PIC 9(03) VALUE ZEROES.                           00001670
                                                                        00001680
      *> ***************************************************************00001690
      *> THE CATALOG'S PREREQUISITES.  A ZERO MINIMUM SCORE MEANS THE   00001700
      *> USUAL PASS MARK                                                00001710
      *> ***************************************************************00001720
       01 WS-CRS-TABLE.                                                 00001730
           05 WS-CRS-ENTRY OCCURS 100 TIMES.                            00001740
               10 TBL-CRS-COURSE-CD     PIC X(08).                      00001750
               10 TBL-CRS-PREREQ-CD     PIC X(08) OCCURS 2 TIMES.       00001760
               10 TBL-CRS-MIN-SCORE     PIC 9(03).                      00001770
       01 WS-CRS-COUNT PIC 9(03) VALUE ZEROES.                          00001780
       01 WS-CRS-MAX PIC 9(03) VALUE 100.                               00001790
       01 WS-CRS-SUB PIC 9(03) VALUE ZEROES.                            00001800
       01 WS-CRS-HIT PIC 9(03) VALUE ZEROES.                            00001810
       01 WS-PRQ-SUB PIC 9(01) VALUE ZERO.                              00001820
       01 WS-PASS-MARK PIC 9(03) VALUE 060.                             00001830
       01 WS-MIN-SCORE PIC 9(03) VALUE ZEROES.                          00001840
                                                                        00001850
      *> ***************************************************************00001860
      *> THE SECTIONS, WITH THE SEATS TAKEN AND THE LAST WAITLIST PLACE 00001870
      *> HANDED OUT, BOTH COUNTED FROM THE REGISTRATIONS ALREADY ON FILE00001880
      *> ***************************************************************00001890
       01 WS-SEC-TABLE.                                                 00001900
           05 WS-SEC-ENTRY OCCURS 300 TIMES.                            00001910
               10 TBL-SEC-TERM          PIC X(05).                      00001920
               10 TBL-SEC-COURSE-CD     PIC X(08).                      00001930
               10 TBL-SEC-SECTION       PIC X(03).                      00001940
               10 TBL-SEC-INSTRUCTOR    PIC X(20).                      00001950
               10 TBL-SEC-CAPACITY      PIC 9(03).                      00001960
               10 TBL-SEC-MEET-DAYS     PIC X(07).                      00001970
               10 TBL-SEC-ENROLLED      PIC 9(03).                      00001980
               10 TBL-SEC-LAST-WAIT     PIC 9(03).                      00001990
       01 WS-SEC-COUNT PIC 9(03) VALUE ZEROES.                          00002000
       01 WS-SEC-MAX PIC 9(03) VALUE 300.                               00002010
       01 WS-SEC-SUB PIC 9(03) VALUE ZEROES.                            00002020
       01 WS-SEC-HIT PIC 9(03) VALUE ZEROES.                            00002030
       01 WS-FIND-TERM PIC X(05) VALUE SPACES.                          00002040
       01 WS-FIND-COURSE-CD PIC X(08) VALUE SPACES.                     00002050
       01 WS-FIND-SECTION PIC X(03) VALUE SPACES.                       00002060
                                                                        00002070
      *> ***************************************************************00002080
      *> STUDENTS ON REGISTRATION HOLD FOR A PAST-DUE BALANCE           00002081
      *> ***************************************************************00002082
       01 WS-HOLD-TABLE.                                                00002083
           05 TBL-HOLD-STUDENT-ID PIC 9(05) OCCURS 500 TIMES.           00002084
       01 WS-HOLD-COUNT PIC 9(03) VALUE ZEROES.                         00002085
       01 WS-HOLD-MAX PIC 9(03) VALUE 500.                              00002086
       01 WS-HOLD-SUB PIC 9(03) VALUE ZEROES.                           00002087
                                                                        00002088
      *> ***************************************************************00002089
      *> PRIOR GRADES, FOR THE PREREQUISITE TEST                        00002090
      *> ***************************************************************00002100
       01 WS-GRD-TABLE.                                                 00002110
           05 WS-GRD-ENTRY OCCURS 2000 TIMES.                           00002120
               10 TBL-GRD-STUDENT-ID    PIC 9(05).                      00002130
               10 TBL-GRD-COURSE-CD     PIC X(08).                      00002140
               10 TBL-GRD-TERM          PIC X(05).                      00002150
               10 TBL-GRD-SCORE         PIC 9(03).                      00002160
       01 WS-GRD-COUNT PIC 9(04) VALUE ZEROES.                          00002170
       01 WS-GRD-MAX PIC 9(04) VALUE 2000.                              00002180
       01 WS-GRD-SUB PIC 9(04) VALUE ZEROES.                            00002190
                                                                        00002200
      *> ***************************************************************00002210
      *> THE REGISTRATIONS, HELD WHOLE SO TRANSACTIONS CAN APPLY IN ANY 00002220
      *> ORDER; ADDS APPEND AND THE TABLE IS PUT BACK IN KEY ORDER      00002230
      *> BEFORE THE NEW MASTER WRITES OUT                               00002240
      *> ***************************************************************00002250
       01 WS-REG-TABLE.                                                 00002260
           05 WS-REG-ENTRY OCCURS 2000 TIMES.                           00002270
               10 TBL-REG-KEY.                                          00002280
                   15 TBL-REG-STUDENT-ID PIC 9(05).                     00002290
                   15 TBL-REG-TERM       PIC X(05).                     00002300
                   15 TBL-REG-COURSE-CD  PIC X(08).                     00002310
               10 TBL-REG-SECTION       PIC X(03).                      00002320
               10 TBL-REG-STATUS        PIC X(01).                      00002330
                   88 TBL-REG-ENROLLED   VALUE 'E'.                     00002340
                   88 TBL-REG-WAITLISTED VALUE 'W'.                     00002350
                   88 TBL-REG-DROPPED    VALUE 'D'.                     00002360
               10 TBL-REG-WAIT-SEQ      PIC 9(03).                      00002370
               10 TBL-REG-STATUS-DATE   PIC 9(08).                      00002380
       01 WS-REG-COUNT PIC 9(04) VALUE ZEROES.                          00002390
       01 WS-REG-MAX PIC 9(04) VALUE 2000.                              00002400
       01 WS-REG-SUB PIC 9(04) VALUE ZEROES.                            00002410
       01 WS-REG-SUB2 PIC 9(04) VALUE ZEROES.                           00002420
       01 WS-REG-HIT PIC 9(04) VALUE ZEROES.                            00002430
       01 WS-REG-NEXT PIC 9(04) VALUE ZEROES.                           00002440
       01 WS-REG-NEXT-SEQ PIC 9(03) VALUE ZEROES.                       00002450
       01 WS-REG-SWAP-ENTRY.                                            00002460
           05 SWAP-REG-KEY.                                             00002470
               10 SWAP-REG-STUDENT-ID   PIC 9(05).                      00002480
               10 SWAP-REG-TERM         PIC X(05).                      00002490
               10 SWAP-REG-COURSE-CD    PIC X(08).                      00002500
           05 SWAP-REG-SECTION          PIC X(03).                      00002510
           05 SWAP-REG-STATUS           PIC X(01).                      00002520
           05 SWAP-REG-WAIT-SEQ         PIC 9(03).                      00002530
           05 SWAP-REG-STATUS-DATE      PIC 9(08).                      00002540
                                                                        00002550
      *> ***************************************************************00002560
      *> CLASS ROSTER REPORT LINES                                      00002570
      *> ***************************************************************00002580
       01 WS-PAGE-COUNT PIC 9(04) VALUE ZEROES.                         00002590
       01 WS-ROSTER-SEATS PIC 9(03) VALUE ZEROES.                       00002600
       01 WS-ROSTER-WAITING PIC 9(03) VALUE ZEROES.                     00002610
                                                                        00002620
       01 WS-HDR-LINE-1.                                                00002630
           05 FILLER PIC X(01) VALUE '1'.                               00002640
           05 FILLER PIC X(30) VALUE 'CLASS ROSTERS'.                   00002650
           05 FILLER PIC X(05) VALUE 'PAGE '.                           00002660
           05 HDR1-PAGE PIC ZZZ9.                                       00002670
                                                                        00002680
       01 WS-SEC-HDR-LINE.                                              00002690
           05 FILLER PIC X(01) VALUE '0'.                               00002700
           05 FILLER PIC X(05) VALUE 'TERM '.                           00002710
           05 SHDR-TERM PIC X(05).                                      00002720
           05 FILLER PIC X(09) VALUE '  COURSE '.                       00002730
           05 SHDR-COURSE-CD PIC X(08).                                 00002740
           05 FILLER PIC X(10) VALUE '  SECTION '.                      00002750
           05 SHDR-SECTION PIC X(03).                                   00002760
           05 FILLER PIC X(13) VALUE '  INSTRUCTOR '.                   00002770
           05 SHDR-INSTRUCTOR PIC X(20).                                00002780
           05 FILLER PIC X(07) VALUE '  DAYS '.                         00002790
           05 SHDR-MEET-DAYS PIC X(07).                                 00002800
           05 FILLER PIC X(11) VALUE '  CAPACITY '.                     00002810
           05 SHDR-CAPACITY PIC ZZ9.                                    00002820
                                                                        00002830
       01 WS-ENROLLED-LINE.                                             00002840
           05 FILLER PIC X(01) VALUE SPACES.                            00002850
           05 FILLER PIC X(04) VALUE SPACES.                            00002860
           05 ENR-STUDENT-ID PIC 9(05).                                 00002870
           05 FILLER PIC X(02) VALUE SPACES.                            00002880
           05 ENR-STUDENT-NAME PIC X(15).                               00002890
           05 FILLER PIC X(02) VALUE SPACES.                            00002900
           05 ENR-STATUS PIC X(12).                                     00002910
           05 ENR-WAIT-SEQ PIC ZZ9.                                     00002920
                                                                        00002930
       01 WS-SEC-TOTAL-LINE.                                            00002940
           05 FILLER PIC X(01) VALUE SPACES.                            00002950
           05 FILLER PIC X(04) VALUE SPACES.                            00002960
           05 FILLER PIC X(10) VALUE 'ENROLLED: '.                      00002970
           05 STOT-ENROLLED PIC ZZ9.                                    00002980
           05 FILLER PIC X(13) VALUE '  WAITLISTED:'.                   00002990
           05 STOT-WAITING PIC ZZZ9.                                    00003000
       COPY ABENDCPY.                                                   00003010
       01 FS-REASON-CODE-FILE PIC XX.                                   00003020
       COPY RSNTBL.                                                     00003030
                                                                        00003040
       PROCEDURE DIVISION.                                              00003050
       0000-MAIN.                                                       00003060
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00003070
           PERFORM 2000-APPLY-TRANS THRU 2000-EXIT                      00003080
              UNTIL WS-TRAN-EOF                                         00003090
           PERFORM 3000-WRITE-MASTER THRU 3000-EXIT                     00003100
           PERFORM 4000-PRINT-ROSTERS THRU 4000-EXIT                    00003110
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00003120
           IF WS-TRANS-REJECTED > 0                                     00003130
              SET RC-WARNING TO TRUE                                    00003140
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00003150
           END-IF                                                       00003160
           GOBACK.                                                      00003170
                                                                        00003180
       1000-INITIALIZE.                                                 00003190
           PERFORM 8400-LOAD-REASON-CODES THRU 8400-EXIT                00003200
           PERFORM 1100-LOAD-STUDENTS THRU 1100-EXIT                    00003210
           PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT                     00003220
           PERFORM 1300-LOAD-SECTIONS THRU 1300-EXIT                    00003230
           PERFORM 1400-LOAD-GRADES THRU 1400-EXIT                      00003240
           PERFORM 1500-LOAD-REGISTRATIONS THRU 1500-EXIT               00003250
           PERFORM 1600-LOAD-HOLDS THRU 1600-EXIT                       00003255
                                                                        00003260
           OPEN INPUT REG-TRAN-FILE                                     00003270
           IF FS-REG-TRAN-FILE NOT = "00"                               00003280
              MOVE "OPEN FAILED ON REG-TRAN-FILE" TO WS-ABEND-MESSAGE   00003290
              GO TO 9999-ABEND                                          00003300
           END-IF                                                       00003310
           OPEN OUTPUT REG-EXCP-FILE                                    00003320
           IF FS-REG-EXCP-FILE NOT = "00"                               00003330
              MOVE "OPEN FAILED ON REG-EXCP-FILE" TO WS-ABEND-MESSAGE   00003340
              GO TO 9999-ABEND                                          00003350
           END-IF                                                       00003360
           PERFORM 2900-READ-TRAN THRU 2900-EXIT.                       00003370
       1000-EXIT.                                                       00003380
           EXIT.                                                        00003390
                                                                        00003400
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
                 IF WS-STUD-COUNT < WS-STUD-MAX                         00003530
                    ADD 1 TO WS-STUD-COUNT                              00003540
                    MOVE STUD-ID TO TBL-STUD-ID (WS-STUD-COUNT)         00003550
                    MOVE STUD-NAME TO TBL-STUD-NAME (WS-STUD-COUNT)     00003560
                    MOVE STUD-STATUS TO                                 00003570
                       TBL-STUD-STATUS (WS-STUD-COUNT)                  00003580
                 ELSE                                                   00003590
                    DISPLAY "STUDENT TABLE FULL, STUDENT DROPPED: "     00003600
                      STUD-ID                                           00003610
                 END-IF                                                 00003620
             END-READ                                                   00003630
           END-PERFORM                                                  00003640
           CLOSE STUDENT-IN-FILE.                                       00003650
       1100-EXIT.                                                       00003660
           EXIT.                                                        00003670
                                                                        00003680
       1200-LOAD-CATALOG.                                               00003690
           OPEN INPUT COURSE-FILE                                       00003700
           IF FS-COURSE-FILE NOT = "00"                                 00003710
              MOVE "OPEN FAILED ON COURSE-FILE" TO WS-ABEND-MESSAGE     00003720
              GO TO 9999-ABEND                                          00003730
           END-IF                                                       00003740
           MOVE 'N' TO WS-EOF-SW                                        00003750
           PERFORM UNTIL WS-EOF                                         00003760
             READ COURSE-FILE                                           00003770
               AT END                                                   00003780
                 SET WS-EOF TO TRUE                                     00003790
               NOT AT END                                               00003800
                 IF CRS-IS-ACTIVE                                       00003810
                    AND WS-CRS-COUNT < WS-CRS-MAX                       00003820
                    ADD 1 TO WS-CRS-COUNT                               00003830
                    MOVE CRS-COURSE-CD TO                               00003840
                       TBL-CRS-COURSE-CD (WS-CRS-COUNT)                 00003850
                    MOVE CRS-PREREQ-CD (1) TO                           00003860
                       TBL-CRS-PREREQ-CD (WS-CRS-COUNT, 1)              00003870
                    MOVE CRS-PREREQ-CD (2) TO                           00003880
                       TBL-CRS-PREREQ-CD (WS-CRS-COUNT, 2)              00003890
                    IF CRS-PREREQ-MIN-SCORE NUMERIC                     00003900
                       MOVE CRS-PREREQ-MIN-SCORE TO                     00003910
                          TBL-CRS-MIN-SCORE (WS-CRS-COUNT)              00003920
                    ELSE                                                00003930
                       MOVE ZEROES TO TBL-CRS-MIN-SCORE (WS-CRS-COUNT)  00003940
                    END-IF                                              00003950
                 END-IF                                                 00003960
             END-READ                                                   00003970
           END-PERFORM                                                  00003980
           CLOSE COURSE-FILE                                            00003990
           DISPLAY "CATALOG COURSES LOADED: " WS-CRS-COUNT.             00004000
       1200-EXIT.                                                       00004010
           EXIT.                                                        00004020
                                                                        00004030
       1300-LOAD-SECTIONS.                                              00004040
           OPEN INPUT SECTION-FILE                                      00004050
           IF FS-SECTION-FILE NOT = "00"                                00004060
              MOVE "OPEN FAILED ON SECTION-FILE" TO WS-ABEND-MESSAGE    00004070
              GO TO 9999-ABEND                                          00004080
           END-IF                                                       00004090
           MOVE 'N' TO WS-EOF-SW                                        00004100
           PERFORM UNTIL WS-EOF                                         00004110
             READ SECTION-FILE                                          00004120
               AT END                                                   00004130
                 SET WS-EOF TO TRUE                                     00004140
               NOT AT END                                               00004150
                 IF SEC-IS-OPEN                                         00004160
                    AND SEC-CAPACITY NUMERIC                            00004170
                    AND WS-SEC-COUNT < WS-SEC-MAX                       00004180
                    ADD 1 TO WS-SEC-COUNT                               00004190
                    MOVE SEC-TERM TO TBL-SEC-TERM (WS-SEC-COUNT)        00004200
                    MOVE SEC-COURSE-CD TO                               00004210
                       TBL-SEC-COURSE-CD (WS-SEC-COUNT)                 00004220
                    MOVE SEC-SECTION TO TBL-SEC-SECTION (WS-SEC-COUNT)  00004230
                    MOVE SEC-INSTRUCTOR TO                              00004240
                       TBL-SEC-INSTRUCTOR (WS-SEC-COUNT)                00004250
                    MOVE SEC-CAPACITY TO                                00004260
                       TBL-SEC-CAPACITY (WS-SEC-COUNT)                  00004270
                    MOVE SEC-MEET-DAYS TO                               00004280
                       TBL-SEC-MEET-DAYS (WS-SEC-COUNT)                 00004290
                    MOVE ZEROES TO TBL-SEC-ENROLLED (WS-SEC-COUNT)      00004300
                    MOVE ZEROES TO TBL-SEC-LAST-WAIT (WS-SEC-COUNT)     00004310
                 ELSE                                                   00004320
                    IF SEC-IS-OPEN                                      00004330
                       DISPLAY "SECTION NOT LOADED: " SEC-KEY           00004340
                    END-IF                                              00004350
                 END-IF                                                 00004360
             END-READ                                                   00004370
           END-PERFORM                                                  00004380
           CLOSE SECTION-FILE                                           00004390
           DISPLAY "SECTIONS LOADED: " WS-SEC-COUNT.                    00004400
       1300-EXIT.                                                       00004410
           EXIT.                                                        00004420
                                                                        00004430
      *> ***************************************************************00004440
      *> PRIOR GRADES.  WITH NO GRADE FILE NO PREREQUISITE CAN BE       00004450
      *> SHOWN PASSED, SO ONLY COURSES WITHOUT ONE REGISTER             00004460
      *> ***************************************************************00004470
       1400-LOAD-GRADES.                                                00004480
           OPEN INPUT GRADE-HIST-FILE                                   00004490
           EVALUATE FS-GRADE-HIST-FILE                                  00004500
             WHEN "00"                                                  00004510
               MOVE 'N' TO WS-EOF-SW                                    00004520
               PERFORM UNTIL WS-EOF                                     00004530
                 READ GRADE-HIST-FILE                                   00004540
                   AT END                                               00004550
                     SET WS-EOF TO TRUE                                 00004560
                   NOT AT END                                           00004570
                     IF GRD-STUDENT-ID NUMERIC                          00004580
                        AND GRD-SCORE NUMERIC                           00004590
                        AND WS-GRD-COUNT < WS-GRD-MAX                   00004600
                        ADD 1 TO WS-GRD-COUNT                           00004610
                        MOVE GRD-STUDENT-ID TO                          00004620
                           TBL-GRD-STUDENT-ID (WS-GRD-COUNT)            00004630
                        MOVE GRD-COURSE-CD TO                           00004640
                           TBL-GRD-COURSE-CD (WS-GRD-COUNT)             00004650
                        MOVE GRD-TERM TO TBL-GRD-TERM (WS-GRD-COUNT)    00004660
                        MOVE GRD-SCORE TO TBL-GRD-SCORE (WS-GRD-COUNT)  00004670
                     END-IF                                             00004680
                 END-READ                                               00004690
               END-PERFORM                                              00004700
               CLOSE GRADE-HIST-FILE                                    00004710
               DISPLAY "PRIOR GRADES LOADED: " WS-GRD-COUNT             00004720
             WHEN "35"                                                  00004730
               DISPLAY "NO GRADE HISTORY, NO PREREQUISITE PASSED"       00004740
             WHEN OTHER                                                 00004750
               MOVE "OPEN FAILED ON GRADE-HIST-FILE" TO                 00004760
                  WS-ABEND-MESSAGE                                      00004770
               GO TO 9999-ABEND                                         00004780
           END-EVALUATE.                                                00004790
       1400-EXIT.                                                       00004800
           EXIT.                                                        00004810
                                                                        00004820
      *> ***************************************************************00004830
      *> THE REGISTRATIONS ALREADY ON FILE, COUNTING EACH SECTION'S     00004840
      *> TAKEN SEATS AND THE LAST WAITLIST PLACE GIVEN OUT              00004850
      *> ***************************************************************00004860
       1500-LOAD-REGISTRATIONS.                                         00004870
           OPEN INPUT REG-IN-FILE                                       00004880
           EVALUATE FS-REG-IN-FILE                                      00004890
             WHEN "00"                                                  00004900
               MOVE 'N' TO WS-EOF-SW                                    00004910
               PERFORM UNTIL WS-EOF                                     00004920
                 READ REG-IN-FILE                                       00004930
                   AT END                                               00004940
                     SET WS-EOF TO TRUE                                 00004950
                   NOT AT END                                           00004960
                     IF WS-REG-COUNT < WS-REG-MAX                       00004970
                        ADD 1 TO WS-REG-COUNT                           00004980
                        MOVE REGISTRATION-RECORD TO                     00004990
                           WS-REG-ENTRY (WS-REG-COUNT)                  00005000
                        PERFORM 1550-COUNT-SEAT THRU 1550-EXIT          00005010
                     ELSE                                               00005020
                        MOVE "REGISTRATION TABLE FULL ON LOAD" TO       00005030
                           WS-ABEND-MESSAGE                             00005040
                        GO TO 9999-ABEND                                00005050
                     END-IF                                             00005060
                 END-READ                                               00005070
               END-PERFORM                                              00005080
               CLOSE REG-IN-FILE                                        00005090
               DISPLAY "REGISTRATIONS LOADED: " WS-REG-COUNT            00005100
             WHEN "35"                                                  00005110
               DISPLAY "NO REGISTRATION MASTER, STARTING EMPTY"         00005120
             WHEN OTHER                                                 00005130
               MOVE "OPEN FAILED ON REG-IN-FILE" TO WS-ABEND-MESSAGE    00005140
               GO TO 9999-ABEND                                         00005150
           END-EVALUATE.                                                00005160
       1500-EXIT.                                                       00005170
           EXIT.                                                        00005180
                                                                        00005190
       1550-COUNT-SEAT.                                                 00005226
           MOVE TBL-REG-TERM (WS-REG-COUNT) TO WS-FIND-TERM             00005227
           MOVE TBL-REG-COURSE-CD (WS-REG-COUNT) TO WS-FIND-COURSE-CD   00005228
           MOVE TBL-REG-SECTION (WS-REG-COUNT) TO WS-FIND-SECTION       00005230
           PERFORM 2500-FIND-SECTION THRU 2500-EXIT                     00005240
           IF NOT WS-FOUND                                              00005250
              GO TO 1550-EXIT                                           00005260
           END-IF                                                       00005270
           IF TBL-REG-ENROLLED (WS-REG-COUNT)                           00005280
              ADD 1 TO TBL-SEC-ENROLLED (WS-SEC-HIT)                    00005290
           END-IF                                                       00005300
           IF TBL-REG-WAITLISTED (WS-REG-COUNT)                         00005310
              AND TBL-REG-WAIT-SEQ (WS-REG-COUNT) >                     00005320
                  TBL-SEC-LAST-WAIT (WS-SEC-HIT)                        00005330
              MOVE TBL-REG-WAIT-SEQ (WS-REG-COUNT) TO                   00005340
                 TBL-SEC-LAST-WAIT (WS-SEC-HIT)                         00005350
           END-IF.                                                      00005360
       1550-EXIT.                                                       00005370
           EXIT.                                                        00005380
                                                                        00005381
      *> ***************************************************************00005382
      *> TUITBILL'S REGISTRATION HOLD LIST.  WITHOUT ONE NOBODY IS HELD 00005383
      *> ***************************************************************00005384
       1600-LOAD-HOLDS.                                                 00005385
           OPEN INPUT HOLD-FILE                                         00005386
           EVALUATE FS-HOLD-FILE                                        00005387
             WHEN "00"                                                  00005388
               MOVE 'N' TO WS-EOF-SW                                    00005389
               PERFORM UNTIL WS-EOF                                     00005390
                 READ HOLD-FILE                                         00005391
                   AT END                                               00005392
                     SET WS-EOF TO TRUE                                 00005393
                   NOT AT END                                           00005394
                     IF WS-HOLD-COUNT < WS-HOLD-MAX                     00005395
                        ADD 1 TO WS-HOLD-COUNT                          00005396
                        MOVE HLD-STUDENT-ID TO                          00005397
                           TBL-HOLD-STUDENT-ID (WS-HOLD-COUNT)          00005398
                     ELSE                                               00005399
                        MOVE "HOLD TABLE FULL ON LOAD" TO               00005400
                           WS-ABEND-MESSAGE                             00005401
                        GO TO 9999-ABEND                                00005402
                     END-IF                                             00005403
                 END-READ                                               00005404
               END-PERFORM                                              00005405
               CLOSE HOLD-FILE                                          00005406
               DISPLAY "REGISTRATION HOLDS LOADED: " WS-HOLD-COUNT      00005407
             WHEN "35"                                                  00005408
               DISPLAY "NO REGISTRATION HOLD LIST, NO HOLDS"            00005409
             WHEN OTHER                                                 00005410
               MOVE "OPEN FAILED ON HOLD-FILE" TO WS-ABEND-MESSAGE      00005411
               GO TO 9999-ABEND                                         00005412
           END-EVALUATE.                                                00005413
       1600-EXIT.                                                       00005414
           EXIT.                                                        00005415
                                                                        00005416
       2000-APPLY-TRANS.                                                00005417
           SET WS-TRAN-VALID TO TRUE                                    00005418
           MOVE SPACES TO WS-REASON-CD                                  00005420
           MOVE SPACES TO WS-REASON-TXT                                 00005430
                                                                        00005440
           IF NOT RGT-ACTION-ADD                                        00005450
              AND NOT RGT-ACTION-DROP                                   00005460
              MOVE 'N' TO WS-VALID-SW                                   00005470
              MOVE "K001" TO WS-REASON-CD                               00005480
              MOVE "ACTION CODE NOT A OR D" TO WS-REASON-TXT            00005490
           END-IF                                                       00005500
                                                                        00005510
           IF WS-TRAN-VALID                                             00005520
              AND (RGT-EFF-DATE NOT NUMERIC OR RGT-EFF-DATE = ZEROES)   00005530
              MOVE 'N' TO WS-VALID-SW                                   00005540
              MOVE "K010" TO WS-REASON-CD                               00005550
              MOVE "EFFECTIVE DATE MISSING" TO WS-REASON-TXT            00005560
           END-IF                                                       00005570
                                                                        00005580
           IF WS-TRAN-VALID                                             00005590
              EVALUATE TRUE                                             00005600
                WHEN RGT-ACTION-ADD                                     00005610
                  PERFORM 2100-APPLY-ADD THRU 2100-EXIT                 00005620
                WHEN RGT-ACTION-DROP                                    00005630
                  PERFORM 2200-APPLY-DROP THRU 2200-EXIT                00005640
              END-EVALUATE                                              00005650
           END-IF                                                       00005660
                                                                        00005670
           IF WS-TRAN-VALID                                             00005680
              ADD 1 TO WS-TRANS-APPLIED                                 00005690
           ELSE                                                         00005700
              MOVE REG-TRAN-REC TO RGX-ORIG-TRAN                        00005710
              MOVE WS-REASON-CD TO RGX-REASON-CD                        00005720
              MOVE WS-REASON-CD TO WS-RSN-WANTED                        00005730
              PERFORM 8480-RESOLVE-REASON-TEXT THRU 8480-EXIT           00005740
              IF WS-RSN-FOUND                                           00005750
                 MOVE WS-RSN-FOUND-TEXT TO WS-REASON-TXT                00005760
              END-IF                                                    00005770
              MOVE WS-REASON-TXT TO RGX-REASON-TXT                      00005780
              WRITE REG-EXCP-REC                                        00005790
              ADD 1 TO WS-TRANS-REJECTED                                00005800
           END-IF                                                       00005810
           PERFORM 2900-READ-TRAN THRU 2900-EXIT.                       00005820
       2000-EXIT.                                                       00005830
           EXIT.                                                        00005840
                                                                        00005850
      *> ***************************************************************00005860
      *> REGISTER: ACTIVE STUDENT, OFFERED SECTION, ACTIVE COURSE,      00005870
      *> PREREQUISITES PASSED, NOT ALREADY HOLDING A SEAT OR A PLACE IN 00005880
      *> LINE.  A DROPPED REGISTRATION FOR THE COURSE IS REUSED         00005890
      *> ***************************************************************00005900
       2100-APPLY-ADD.                                                  00005910
           PERFORM 2400-FIND-STUDENT THRU 2400-EXIT                     00005920
           IF NOT WS-FOUND                                              00005930
              GO TO 2100-EXIT                                           00005940
           END-IF                                                       00005950
           IF NOT TBL-STUD-ACTIVE (WS-STUD-HIT)                         00005960
              MOVE 'N' TO WS-VALID-SW                                   00005970
              MOVE "K003" TO WS-REASON-CD                               00005980
              MOVE "STUDENT NOT ACTIVE" TO WS-REASON-TXT                00005990
              GO TO 2100-EXIT                                           00006000
           END-IF                                                       00006010
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1                      00006011
                    UNTIL WS-HOLD-SUB > WS-HOLD-COUNT                   00006012
             IF TBL-HOLD-STUDENT-ID (WS-HOLD-SUB) = RGT-STUDENT-ID      00006013
                MOVE 'N' TO WS-VALID-SW                                 00006014
                MOVE "K011" TO WS-REASON-CD                             00006015
                MOVE "REGISTRATION HOLD, BALANCE PAST DUE" TO           00006016
                   WS-REASON-TXT                                        00006017
             END-IF                                                     00006018
           END-PERFORM                                                  00006019
           IF NOT WS-TRAN-VALID                                         00006020
              GO TO 2100-EXIT                                           00006021
           END-IF                                                       00006022
           MOVE RGT-TERM TO WS-FIND-TERM                                00006023
           MOVE RGT-COURSE-CD TO WS-FIND-COURSE-CD                      00006030
           MOVE RGT-SECTION TO WS-FIND-SECTION                          00006040
           PERFORM 2500-FIND-SECTION THRU 2500-EXIT                     00006050
           IF NOT WS-FOUND                                              00006060
              MOVE 'N' TO WS-VALID-SW                                   00006070
              MOVE "K004" TO WS-REASON-CD                               00006080
              MOVE "SECTION NOT OFFERED FOR THE TERM" TO WS-REASON-TXT  00006090
              GO TO 2100-EXIT                                           00006100
           END-IF                                                       00006110
           PERFORM 2600-CHECK-PREREQS THRU 2600-EXIT                    00006120
           IF NOT WS-TRAN-VALID                                         00006130
              GO TO 2100-EXIT                                           00006140
           END-IF                                                       00006150
           PERFORM 2700-FIND-REGISTRATION THRU 2700-EXIT                00006160
           IF WS-FOUND                                                  00006170
              AND NOT TBL-REG-DROPPED (WS-REG-HIT)                      00006180
              MOVE 'N' TO WS-VALID-SW                                   00006190
              MOVE "K007" TO WS-REASON-CD                               00006200
              MOVE "ALREADY REGISTERED FOR THE COURSE" TO               00006210
                 WS-REASON-TXT                                          00006220
              GO TO 2100-EXIT                                           00006230
           END-IF                                                       00006240
           IF NOT WS-FOUND                                              00006250
              IF WS-REG-COUNT NOT < WS-REG-MAX                          00006260
                 MOVE 'N' TO WS-VALID-SW                                00006270
                 MOVE "K009" TO WS-REASON-CD                            00006280
                 MOVE "REGISTRATION TABLE FULL" TO WS-REASON-TXT        00006290
                 GO TO 2100-EXIT                                        00006300
              END-IF                                                    00006310
              ADD 1 TO WS-REG-COUNT                                     00006320
              MOVE WS-REG-COUNT TO WS-REG-HIT                           00006330
              MOVE RGT-STUDENT-ID TO TBL-REG-STUDENT-ID (WS-REG-HIT)    00006340
              MOVE RGT-TERM TO TBL-REG-TERM (WS-REG-HIT)                00006350
              MOVE RGT-COURSE-CD TO TBL-REG-COURSE-CD (WS-REG-HIT)      00006360
           END-IF                                                       00006370
           MOVE RGT-SECTION TO TBL-REG-SECTION (WS-REG-HIT)             00006380
           MOVE RGT-EFF-DATE TO TBL-REG-STATUS-DATE (WS-REG-HIT)        00006390
      *> A FULL SECTION PUTS THE STUDENT AT THE BACK OF ITS WAITLIST    00006400
           IF TBL-SEC-ENROLLED (WS-SEC-HIT) <                           00006410
              TBL-SEC-CAPACITY (WS-SEC-HIT)                             00006420
              SET TBL-REG-ENROLLED (WS-REG-HIT) TO TRUE                 00006430
              MOVE ZEROES TO TBL-REG-WAIT-SEQ (WS-REG-HIT)              00006440
              ADD 1 TO TBL-SEC-ENROLLED (WS-SEC-HIT)                    00006450
           ELSE                                                         00006460
              SET TBL-REG-WAITLISTED (WS-REG-HIT) TO TRUE               00006470
              ADD 1 TO TBL-SEC-LAST-WAIT (WS-SEC-HIT)                   00006480
              MOVE TBL-SEC-LAST-WAIT (WS-SEC-HIT) TO                    00006490
                 TBL-REG-WAIT-SEQ (WS-REG-HIT)                          00006500
              ADD 1 TO WS-TRANS-WAITLISTED                              00006510
              DISPLAY "SECTION FULL, WAITLISTED: " RGT-STUDENT-ID       00006520
                " " RGT-TERM " " RGT-COURSE-CD " " RGT-SECTION          00006530
           END-IF.                                                      00006540
       2100-EXIT.                                                       00006550
           EXIT.                                                        00006560
                                                                        00006570
      *> ***************************************************************00006580
      *> DROP: THE REGISTRATION STAYS ON FILE MARKED DROPPED.  A FREED  00006590
      *> SEAT GOES TO THE LOWEST WAITLIST PLACE IN THE SAME SECTION     00006600
      *> ***************************************************************00006610
       2200-APPLY-DROP.                                                 00006620
           PERFORM 2700-FIND-REGISTRATION THRU 2700-EXIT                00006630
           IF NOT WS-FOUND                                              00006640
              OR TBL-REG-DROPPED (WS-REG-HIT)                           00006650
              MOVE 'N' TO WS-VALID-SW                                   00006660
              MOVE "K008" TO WS-REASON-CD                               00006670
              MOVE "NO REGISTRATION TO DROP" TO WS-REASON-TXT           00006680
              GO TO 2200-EXIT                                           00006690
           END-IF                                                       00006700
           MOVE RGT-EFF-DATE TO TBL-REG-STATUS-DATE (WS-REG-HIT)        00006710
           MOVE ZEROES TO TBL-REG-WAIT-SEQ (WS-REG-HIT)                 00006720
           IF TBL-REG-WAITLISTED (WS-REG-HIT)                           00006730
              SET TBL-REG-DROPPED (WS-REG-HIT) TO TRUE                  00006740
              GO TO 2200-EXIT                                           00006750
           END-IF                                                       00006760
           SET TBL-REG-DROPPED (WS-REG-HIT) TO TRUE                     00006770
           MOVE TBL-REG-TERM (WS-REG-HIT) TO WS-FIND-TERM               00006780
           MOVE TBL-REG-COURSE-CD (WS-REG-HIT) TO WS-FIND-COURSE-CD     00006790
           MOVE TBL-REG-SECTION (WS-REG-HIT) TO WS-FIND-SECTION         00006800
           PERFORM 2500-FIND-SECTION THRU 2500-EXIT                     00006810
           IF NOT WS-FOUND                                              00006820
              GO TO 2200-EXIT                                           00006830
           END-IF                                                       00006840
           SUBTRACT 1 FROM TBL-SEC-ENROLLED (WS-SEC-HIT)                00006850
           PERFORM 2800-PROMOTE-WAITLIST THRU 2800-EXIT.                00006860
       2200-EXIT.                                                       00006870
           EXIT.                                                        00006880
                                                                        00006890
       2400-FIND-STUDENT.                                               00006900
           MOVE 'N' TO WS-FOUND-SW                                      00006910
           PERFORM VARYING WS-STUD-SUB FROM 1 BY 1                      00006920
                    UNTIL WS-STUD-SUB > WS-STUD-COUNT                   00006930
                    OR WS-FOUND                                         00006940
             IF TBL-STUD-ID (WS-STUD-SUB) = RGT-STUDENT-ID              00006950
                SET WS-FOUND TO TRUE                                    00006960
                MOVE WS-STUD-SUB TO WS-STUD-HIT                         00006970
             END-IF                                                     00006980
           END-PERFORM                                                  00006990
           IF NOT WS-FOUND                                              00007000
              MOVE 'N' TO WS-VALID-SW                                   00007010
              MOVE "K002" TO WS-REASON-CD                               00007020
              MOVE "STUDENT NOT ON MASTER" TO WS-REASON-TXT             00007030
           END-IF.                                                      00007040
       2400-EXIT.                                                       00007050
           EXIT.                                                        00007060
                                                                        00007070
       2500-FIND-SECTION.                                               00007080
           MOVE 'N' TO WS-FOUND-SW                                      00007090
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1                       00007100
                    UNTIL WS-SEC-SUB > WS-SEC-COUNT                     00007110
                    OR WS-FOUND                                         00007120
             IF TBL-SEC-TERM (WS-SEC-SUB) = WS-FIND-TERM                00007130
                AND TBL-SEC-COURSE-CD (WS-SEC-SUB) = WS-FIND-COURSE-CD  00007140
                AND TBL-SEC-SECTION (WS-SEC-SUB) = WS-FIND-SECTION      00007150
                SET WS-FOUND TO TRUE                                    00007160
                MOVE WS-SEC-SUB TO WS-SEC-HIT                           00007170
             END-IF                                                     00007180
           END-PERFORM.                                                 00007190
       2500-EXIT.                                                       00007200
           EXIT.                                                        00007210
                                                                        00007220
      *> ***************************************************************00007230
      *> EACH PREREQUISITE NEEDS A GRADE AT OR ABOVE THE COURSE'S       00007240
      *> MINIMUM IN A TERM BEFORE THE ONE BEING REGISTERED FOR          00007250
      *> ***************************************************************00007260
       2600-CHECK-PREREQS.                                              00007270
           MOVE 'N' TO WS-FOUND-SW                                      00007280
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1                       00007290
                    UNTIL WS-CRS-SUB > WS-CRS-COUNT                     00007300
                    OR WS-FOUND                                         00007310
             IF TBL-CRS-COURSE-CD (WS-CRS-SUB) = RGT-COURSE-CD          00007320
                SET WS-FOUND TO TRUE                                    00007330
                MOVE WS-CRS-SUB TO WS-CRS-HIT                           00007340
             END-IF                                                     00007350
           END-PERFORM                                                  00007360
           IF NOT WS-FOUND                                              00007370
              MOVE 'N' TO WS-VALID-SW                                   00007380
              MOVE "K005" TO WS-REASON-CD                               00007390
              MOVE "COURSE NOT ACTIVE IN THE CATALOG" TO WS-REASON-TXT  00007400
              GO TO 2600-EXIT                                           00007410
           END-IF                                                       00007420
           MOVE TBL-CRS-MIN-SCORE (WS-CRS-HIT) TO WS-MIN-SCORE          00007430
           IF WS-MIN-SCORE = ZEROES                                     00007440
              MOVE WS-PASS-MARK TO WS-MIN-SCORE                         00007450
           END-IF                                                       00007460
           PERFORM VARYING WS-PRQ-SUB FROM 1 BY 1                       00007470
                    UNTIL WS-PRQ-SUB > 2                                00007480
                    OR NOT WS-TRAN-VALID                                00007490
             IF TBL-CRS-PREREQ-CD (WS-CRS-HIT, WS-PRQ-SUB)              00007500
                NOT = SPACES                                            00007510
                MOVE 'N' TO WS-PASSED-SW                                00007520
                PERFORM VARYING WS-GRD-SUB FROM 1 BY 1                  00007530
                         UNTIL WS-GRD-SUB > WS-GRD-COUNT                00007540
                         OR WS-PASSED                                   00007550
                  IF TBL-GRD-STUDENT-ID (WS-GRD-SUB) = RGT-STUDENT-ID   00007560
                     AND TBL-GRD-COURSE-CD (WS-GRD-SUB) =               00007570
                         TBL-CRS-PREREQ-CD (WS-CRS-HIT, WS-PRQ-SUB)     00007580
                     AND TBL-GRD-TERM (WS-GRD-SUB) < RGT-TERM           00007590
                     AND TBL-GRD-SCORE (WS-GRD-SUB) NOT < WS-MIN-SCORE  00007600
                     SET WS-PASSED TO TRUE                              00007610
                  END-IF                                                00007620
                END-PERFORM                                             00007630
                IF NOT WS-PASSED                                        00007640
                   MOVE 'N' TO WS-VALID-SW                              00007650
                   MOVE "K006" TO WS-REASON-CD                          00007660
                   MOVE "PREREQUISITE NOT PASSED" TO WS-REASON-TXT      00007670
                END-IF                                                  00007680
             END-IF                                                     00007690
           END-PERFORM.                                                 00007700
       2600-EXIT.                                                       00007710
           EXIT.                                                        00007720
                                                                        00007730
       2700-FIND-REGISTRATION.                                          00007740
           MOVE 'N' TO WS-FOUND-SW                                      00007750
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1                       00007760
                    UNTIL WS-REG-SUB > WS-REG-COUNT                     00007770
                    OR WS-FOUND                                         00007780
             IF TBL-REG-STUDENT-ID (WS-REG-SUB) = RGT-STUDENT-ID        00007790
                AND TBL-REG-TERM (WS-REG-SUB) = RGT-TERM                00007800
                AND TBL-REG-COURSE-CD (WS-REG-SUB) = RGT-COURSE-CD      00007810
                SET WS-FOUND TO TRUE                                    00007820
                MOVE WS-REG-SUB TO WS-REG-HIT                           00007830
             END-IF                                                     00007840
           END-PERFORM.                                                 00007850
       2700-EXIT.                                                       00007860
           EXIT.                                                        00007870
                                                                        00007880
       2800-PROMOTE-WAITLIST.                                           00007890
           MOVE ZEROES TO WS-REG-NEXT                                   00007900
           MOVE 999 TO WS-REG-NEXT-SEQ                                  00007910
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1                       00007920
                    UNTIL WS-REG-SUB > WS-REG-COUNT                     00007930
             IF TBL-REG-WAITLISTED (WS-REG-SUB)                         00007940
                AND TBL-REG-TERM (WS-REG-SUB) = WS-FIND-TERM            00007950
                AND TBL-REG-COURSE-CD (WS-REG-SUB) = WS-FIND-COURSE-CD  00007960
                AND TBL-REG-SECTION (WS-REG-SUB) = WS-FIND-SECTION      00007970
                AND TBL-REG-WAIT-SEQ (WS-REG-SUB) NOT > WS-REG-NEXT-SEQ 00007980
                MOVE WS-REG-SUB TO WS-REG-NEXT                          00007990
                MOVE TBL-REG-WAIT-SEQ (WS-REG-SUB) TO WS-REG-NEXT-SEQ   00008000
             END-IF                                                     00008010
           END-PERFORM                                                  00008020
           IF WS-REG-NEXT = ZEROES                                      00008030
              GO TO 2800-EXIT                                           00008040
           END-IF                                                       00008050
           SET TBL-REG-ENROLLED (WS-REG-NEXT) TO TRUE                   00008060
           MOVE ZEROES TO TBL-REG-WAIT-SEQ (WS-REG-NEXT)                00008070
           MOVE RGT-EFF-DATE TO TBL-REG-STATUS-DATE (WS-REG-NEXT)       00008080
           ADD 1 TO TBL-SEC-ENROLLED (WS-SEC-HIT)                       00008090
           ADD 1 TO WS-TRANS-PROMOTED                                   00008100
           DISPLAY "WAITLIST PROMOTED: "                                00008110
             TBL-REG-STUDENT-ID (WS-REG-NEXT) " " WS-FIND-TERM " "      00008120
             WS-FIND-COURSE-CD " " WS-FIND-SECTION.                     00008130
       2800-EXIT.                                                       00008140
           EXIT.                                                        00008150
                                                                        00008160
       2900-READ-TRAN.                                                  00008170
           READ REG-TRAN-FILE                                           00008180
           EVALUATE FS-REG-TRAN-FILE                                    00008190
             WHEN "00"                                                  00008200
               ADD 1 TO WS-TRANS-READ                                   00008210
             WHEN "10"                                                  00008220
               SET WS-TRAN-EOF TO TRUE                                  00008230
             WHEN OTHER                                                 00008240
               DISPLAY "READ FAILED, REG-TRAN STATUS: "                 00008250
                 FS-REG-TRAN-FILE                                       00008260
               SET WS-TRAN-EOF TO TRUE                                  00008270
           END-EVALUATE.                                                00008280
       2900-EXIT.                                                       00008290
           EXIT.                                                        00008300
                                                                        00008310
      *> ***************************************************************00008320
      *> PUT THE TABLE BACK IN KEY ORDER AND WRITE THE NEW MASTER.  THE 00008330
      *> JOB SWAPS IT IN ONLY WHEN THE RUN ENDED CLEAN                  00008340
      *> ***************************************************************00008350
       3000-WRITE-MASTER.                                               00008360
           IF WS-REG-COUNT > 1                                          00008370
              PERFORM VARYING WS-REG-SUB FROM 2 BY 1                    00008380
                       UNTIL WS-REG-SUB > WS-REG-COUNT                  00008390
                PERFORM 3100-INSERT-ONE-REG THRU 3100-EXIT              00008400
              END-PERFORM                                               00008410
           END-IF                                                       00008420
                                                                        00008430
           OPEN OUTPUT REG-OUT-FILE                                     00008440
           IF FS-REG-OUT-FILE NOT = "00"                                00008450
              MOVE "OPEN FAILED ON REG-OUT-FILE" TO WS-ABEND-MESSAGE    00008460
              GO TO 9999-ABEND                                          00008470
           END-IF                                                       00008480
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1                       00008490
                    UNTIL WS-REG-SUB > WS-REG-COUNT                     00008500
             MOVE SPACES TO REG-OUT-RECORD                              00008510
             MOVE WS-REG-ENTRY (WS-REG-SUB) TO REG-OUT-RECORD (1:33)    00008520
             WRITE REG-OUT-RECORD                                       00008530
           END-PERFORM                                                  00008540
           CLOSE REG-OUT-FILE.                                          00008550
       3000-EXIT.                                                       00008560
           EXIT.                                                        00008570
                                                                        00008580
       3100-INSERT-ONE-REG.                                             00008590
           MOVE WS-REG-ENTRY (WS-REG-SUB) TO WS-REG-SWAP-ENTRY          00008600
           MOVE WS-REG-SUB TO WS-REG-SUB2                               00008610
                                                                        00008620
           PERFORM UNTIL WS-REG-SUB2 = 1                                00008630
              OR TBL-REG-KEY (WS-REG-SUB2 - 1) NOT > SWAP-REG-KEY       00008640
             MOVE WS-REG-ENTRY (WS-REG-SUB2 - 1)                        00008650
                TO WS-REG-ENTRY (WS-REG-SUB2)                           00008660
             SUBTRACT 1 FROM WS-REG-SUB2                                00008670
           END-PERFORM                                                  00008680
                                                                        00008690
           MOVE WS-REG-SWAP-ENTRY TO WS-REG-ENTRY (WS-REG-SUB2).        00008700
       3100-EXIT.                                                       00008710
           EXIT.                                                        00008720
                                                                        00008730
      *> ***************************************************************00008740
      *> ONE ROSTER PER SECTION: THE ENROLLED STUDENTS, THEN THE        00008750
      *> WAITLIST IN KEY ORDER WITH EACH STUDENT'S PLACE IN LINE        00008760
      *> ***************************************************************00008770
       4000-PRINT-ROSTERS.                                              00008780
           OPEN OUTPUT ROSTER-FILE                                      00008790
           IF FS-ROSTER-FILE NOT = "00"                                 00008800
              MOVE "OPEN FAILED ON ROSTER-FILE" TO WS-ABEND-MESSAGE     00008810
              GO TO 9999-ABEND                                          00008820
           END-IF                                                       00008830
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1                       00008840
                    UNTIL WS-SEC-SUB > WS-SEC-COUNT                     00008850
             PERFORM 4100-PRINT-ONE-SECTION THRU 4100-EXIT              00008860
           END-PERFORM                                                  00008870
           CLOSE ROSTER-FILE.                                           00008880
       4000-EXIT.                                                       00008890
           EXIT.                                                        00008900
                                                                        00008910
       4100-PRINT-ONE-SECTION.                                          00008920
           ADD 1 TO WS-PAGE-COUNT                                       00008930
           MOVE WS-PAGE-COUNT TO HDR1-PAGE                              00008940
           WRITE ROSTER-LINE FROM WS-HDR-LINE-1                         00008950
           MOVE TBL-SEC-TERM (WS-SEC-SUB) TO SHDR-TERM                  00008960
           MOVE TBL-SEC-COURSE-CD (WS-SEC-SUB) TO SHDR-COURSE-CD        00008970
           MOVE TBL-SEC-SECTION (WS-SEC-SUB) TO SHDR-SECTION            00008980
           MOVE TBL-SEC-INSTRUCTOR (WS-SEC-SUB) TO SHDR-INSTRUCTOR      00008990
           MOVE TBL-SEC-MEET-DAYS (WS-SEC-SUB) TO SHDR-MEET-DAYS        00009000
           MOVE TBL-SEC-CAPACITY (WS-SEC-SUB) TO SHDR-CAPACITY          00009010
           WRITE ROSTER-LINE FROM WS-SEC-HDR-LINE                       00009020
           MOVE ZEROES TO WS-ROSTER-SEATS                               00009030
           MOVE ZEROES TO WS-ROSTER-WAITING                             00009040
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1                       00009050
                    UNTIL WS-REG-SUB > WS-REG-COUNT                     00009060
             IF TBL-REG-TERM (WS-REG-SUB) = TBL-SEC-TERM (WS-SEC-SUB)   00009070
                AND TBL-REG-COURSE-CD (WS-REG-SUB) =                    00009080
                    TBL-SEC-COURSE-CD (WS-SEC-SUB)                      00009090
                AND TBL-REG-SECTION (WS-REG-SUB) =                      00009100
                    TBL-SEC-SECTION (WS-SEC-SUB)                        00009110
                AND TBL-REG-ENROLLED (WS-REG-SUB)                       00009120
                MOVE 'ENROLLED' TO ENR-STATUS                           00009130
                MOVE ZEROES TO ENR-WAIT-SEQ                             00009140
                PERFORM 4200-PRINT-STUDENT THRU 4200-EXIT               00009150
                ADD 1 TO WS-ROSTER-SEATS                                00009160
             END-IF                                                     00009170
           END-PERFORM                                                  00009180
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1                       00009190
                    UNTIL WS-REG-SUB > WS-REG-COUNT                     00009200
             IF TBL-REG-TERM (WS-REG-SUB) = TBL-SEC-TERM (WS-SEC-SUB)   00009210
                AND TBL-REG-COURSE-CD (WS-REG-SUB) =                    00009220
                    TBL-SEC-COURSE-CD (WS-SEC-SUB)                      00009230
                AND TBL-REG-SECTION (WS-REG-SUB) =                      00009240
                    TBL-SEC-SECTION (WS-SEC-SUB)                        00009250
                AND TBL-REG-WAITLISTED (WS-REG-SUB)                     00009260
                MOVE 'WAITLIST NO.' TO ENR-STATUS                       00009270
                MOVE TBL-REG-WAIT-SEQ (WS-REG-SUB) TO ENR-WAIT-SEQ      00009280
                PERFORM 4200-PRINT-STUDENT THRU 4200-EXIT               00009290
                ADD 1 TO WS-ROSTER-WAITING                              00009300
             END-IF                                                     00009310
           END-PERFORM                                                  00009320
           MOVE WS-ROSTER-SEATS TO STOT-ENROLLED                        00009330
           MOVE WS-ROSTER-WAITING TO STOT-WAITING                       00009340
           WRITE ROSTER-LINE FROM WS-SEC-TOTAL-LINE.                    00009350
       4100-EXIT.                                                       00009360
           EXIT.                                                        00009370
                                                                        00009380
       4200-PRINT-STUDENT.                                              00009390
           MOVE TBL-REG-STUDENT-ID (WS-REG-SUB) TO ENR-STUDENT-ID       00009400
           MOVE SPACES TO ENR-STUDENT-NAME                              00009410
           PERFORM VARYING WS-STUD-SUB FROM 1 BY 1                      00009420
                    UNTIL WS-STUD-SUB > WS-STUD-COUNT                   00009430
             IF TBL-STUD-ID (WS-STUD-SUB) =                             00009440
                TBL-REG-STUDENT-ID (WS-REG-SUB)                         00009450
                MOVE TBL-STUD-NAME (WS-STUD-SUB) TO ENR-STUDENT-NAME    00009460
             END-IF                                                     00009470
           END-PERFORM                                                  00009480
           WRITE ROSTER-LINE FROM WS-ENROLLED-LINE.                     00009490
       4200-EXIT.                                                       00009500
           EXIT.                                                        00009510
                                                                        00009520
       9000-TERMINATE.                                                  00009530
           DISPLAY "===== CRSREG RUN SUMMARY ====="                     00009540
           DISPLAY "TRANS READ     : " WS-TRANS-READ                    00009550
           DISPLAY "TRANS APPLIED  : " WS-TRANS-APPLIED                 00009560
           DISPLAY "TRANS REJECTED : " WS-TRANS-REJECTED                00009570
           DISPLAY "WAITLISTED     : " WS-TRANS-WAITLISTED              00009580
           DISPLAY "PROMOTED       : " WS-TRANS-PROMOTED                00009590
           DISPLAY "REGISTRATIONS  : " WS-REG-COUNT                     00009600
           CLOSE REG-TRAN-FILE                                          00009610
           CLOSE REG-EXCP-FILE.                                         00009620
       9000-EXIT.                                                       00009630
           EXIT.                                                        00009640
                                                                        00009650
       COPY RSNLOAD.                                                    00009660
                                                                        00009670
       COPY ABENDPAR.                                                   00009680
