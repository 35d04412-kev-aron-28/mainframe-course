       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. TRNREQ.                                              00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * TRANSCRIPT REQUEST FULFILMENT.                           *      00000090
      * EACH TRANSCRIPT REQUEST (TRNREQ LAYOUT: STUDENT,         *      00000100
      * RECEIVING INSTITUTION, DELIVERY P OR E) PRODUCES ONE     *      00000110
      * OFFICIAL TRANSCRIPT FOR THAT STUDENT ALONE: PRINTED      *      00000120
      * UNDER A CERTIFICATION BANNER ON TRNPRT, OR AS AN X12     *      00000130
      * 130 STUDENT EDUCATIONAL RECORD INTERCHANGE ON TRNXCH     *      00000140
      * FOR AN INSTITUTION WITH AN EXCHANGE ID.  COURSES, TERM   *      00000150
      * AND CUMULATIVE GPA FOLLOW THE STUDENT TRANSCRIPT'S       *      00000160
      * CREDIT-WEIGHTED 90/80/70/60 SCALE; A TERM WHOSE GRADES   *      00000170
      * GRDCLOSE HAS NOT YET MADE FINAL SAYS SO.  A STUDENT ON   *      00000180
      * TUITBILL'S HOLD LIST (FINANCIAL) OR UNDER A DEAN OF      *      00000190
      * STUDENTS HOLD IN FORCE (DISCHOLD) GETS NO TRANSCRIPT.    *      00000200
      * EVERY REQUEST IS LOGGED ON THE REQUEST LOG (TRQLOG) AND  *      00000210
      * THE AUDIT LOG.  TRNPARM CARRIES THE INSTITUTION NAME,    *      00000220
      * ITS EXCHANGE ID AND THE CERTIFYING OFFICIAL.  REJECT     *      00000230
      * REASON CODES:                                            *      00000240
      *   T001 STUDENT NOT ON MASTER                             *      00000250
      *   T002 DELIVERY METHOD NOT P OR E                        *      00000260
      *   T003 NO RECIPIENT, OR NO EXCHANGE ID FOR E             *      00000270
      *   T004 FINANCIAL HOLD, BALANCE PAST DUE                  *      00000280
      *   T005 DISCIPLINARY HOLD IN FORCE                        *      00000290
      * ********************************************************        00000300
       ENVIRONMENT DIVISION.                                            00000310
       INPUT-OUTPUT SECTION.                                            00000320
       FILE-CONTROL.                                                    00000330
           SELECT TRN-CTL-FILE                                          00000340
           ASSIGN TO TRNPARM                                            00000350
           ORGANIZATION IS SEQUENTIAL                                   00000360
           FILE STATUS IS FS-TRN-CTL-FILE.                              00000370
           SELECT REQUEST-FILE                                          00000380
           ASSIGN TO TRQIN                                              00000390
           ORGANIZATION IS SEQUENTIAL                                   00000400
           FILE STATUS IS FS-REQUEST-FILE.                              00000410
           SELECT STUDENT-IN-FILE                                       00000420
           ASSIGN TO STUDIN                                             00000430
           ORGANIZATION IS SEQUENTIAL                                   00000440
           FILE STATUS IS FS-STUDENT-IN-FILE.                           00000450
           SELECT GRADE-IN-FILE                                         00000460
           ASSIGN TO GRADEIN                                            00000470
           ORGANIZATION IS SEQUENTIAL                                   00000480
           FILE STATUS IS FS-GRADE-IN-FILE.                             00000490
           SELECT COURSE-FILE                                           00000500
           ASSIGN TO COURSES                                            00000510
           ORGANIZATION IS SEQUENTIAL                                   00000520
           FILE STATUS IS FS-COURSE-FILE.                               00000530
           SELECT HOLD-FILE                                             00000540
           ASSIGN TO HOLDIN                                             00000550
           ORGANIZATION IS SEQUENTIAL                                   00000560
           FILE STATUS IS FS-HOLD-FILE.                                 00000570
           SELECT DISC-HOLD-FILE                                        00000580
           ASSIGN TO DISCHLD                                            00000590
           ORGANIZATION IS SEQUENTIAL                                   00000600
           FILE STATUS IS FS-DISC-HOLD-FILE.                            00000610
           SELECT TRANSCRIPT-FILE                                       00000620
           ASSIGN TO TRNPRT                                             00000630
           ORGANIZATION IS SEQUENTIAL                                   00000640
           FILE STATUS IS FS-TRANSCRIPT-FILE.                           00000650
           SELECT EXCHANGE-FILE                                         00000660
           ASSIGN TO TRNXCH                                             00000670
           ORGANIZATION IS SEQUENTIAL                                   00000680
           FILE STATUS IS FS-EXCHANGE-FILE.                             00000690
           SELECT REQ-LOG-FILE                                          00000700
           ASSIGN TO TRQLOG                                             00000710
           ORGANIZATION IS SEQUENTIAL                                   00000720
           FILE STATUS IS FS-REQ-LOG-FILE.                              00000730
           SELECT REQ-REJ-FILE                                          00000740
           ASSIGN TO TRQREJ                                             00000750
           ORGANIZATION IS SEQUENTIAL                                   00000760
           FILE STATUS IS FS-REQ-REJ-FILE.                              00000770
           SELECT AUDIT-LOG-FILE                                        00000780
           ASSIGN TO AUDITLOG                                           00000790
           ORGANIZATION IS SEQUENTIAL                                   00000800
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000810
           SELECT PROC-DATE-FILE                                        00000820
           ASSIGN TO PROCDATE                                           00000830
           ORGANIZATION IS SEQUENTIAL                                   00000840
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000850
           SELECT REASON-CODE-FILE                                      00000860
           ASSIGN TO RSNCODES                                           00000870
           ORGANIZATION IS SEQUENTIAL                                   00000880
           FILE STATUS IS FS-REASON-CODE-FILE.                          00000890
       DATA DIVISION.                                                   00000900
       FILE SECTION.                                                    00000910
       FD TRN-CTL-FILE.                                                 00000920
       01 TRN-CTL-REC.                                                  00000930
           05 CTL-INSTITUTION       PIC X(40).                          00000940
           05 CTL-EXCHANGE-ID       PIC X(15).                          00000950
           05 CTL-OFFICIAL          PIC X(25).                          00000960
                                                                        00000970
       FD REQUEST-FILE.                                                 00000980
       COPY TRNREQ.                                                     00000990
                                                                        00001000
       FD STUDENT-IN-FILE.                                              00001010
       COPY STUDREC.                                                    00001020
                                                                        00001030
       FD GRADE-IN-FILE.                                                00001040
       COPY GRADEREC.                                                   00001050
                                                                        00001060
       FD COURSE-FILE.                                                  00001070
       COPY COURSREC.                                                   00001080
                                                                        00001090
       FD HOLD-FILE.                                                    00001100
       COPY REGHOLD.                                                    00001110
                                                                        00001120
       FD DISC-HOLD-FILE.                                               00001130
       COPY DISCHOLD.                                                   00001140
                                                                        00001150
       FD TRANSCRIPT-FILE.                                              00001160
       01 TRANSCRIPT-LINE           PIC X(133).                         00001170
                                                                        00001180
       FD EXCHANGE-FILE.                                                00001190
       01 EXCHANGE-SEGMENT          PIC X(120).                         00001200
                                                                        00001210
       FD REQ-LOG-FILE.                                                 00001220
       COPY TRQLOG.                                                     00001230
                                                                        00001240
       FD REQ-REJ-FILE.                                                 00001250
       01 REQ-REJ-REC.                                                  00001260
           05 TRQREJ-ORIG-TRAN      PIC X(80).                          00001270
           05 TRQREJ-REASON-CD      PIC X(04).                          00001280
           05 TRQREJ-REASON-TXT     PIC X(40).                          00001290
                                                                        00001300
       FD AUDIT-LOG-FILE.                                               00001310
       COPY AUDITLOG.                                                   00001320
                                                                        00001330
       FD PROC-DATE-FILE.                                               00001340
       COPY PROCDREC.                                                   00001350
                                                                        00001360
       FD REASON-CODE-FILE.                                             00001370
       COPY RSNCODE.                                                    00001380
                                                                        00001390
       WORKING-STORAGE SECTION.                                         00001400
       01 FS-TRN-CTL-FILE PIC XX.                                       00001410
       01 FS-REQUEST-FILE PIC XX.                                       00001420
       01 FS-STUDENT-IN-FILE PIC XX.                                    00001430
       01 FS-GRADE-IN-FILE PIC XX.                                      00001440
       01 FS-COURSE-FILE PIC XX.                                        00001450
       01 FS-HOLD-FILE PIC XX.                                          00001460
       01 FS-DISC-HOLD-FILE PIC XX.                                     00001470
       01 FS-TRANSCRIPT-FILE PIC XX.                                    00001480
       01 FS-EXCHANGE-FILE PIC XX.                                      00001490
       01 FS-REQ-LOG-FILE PIC XX.                                       00001500
       01 FS-REQ-REJ-FILE PIC XX.                                       00001510
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00001520
                                                                        00001530
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001540
           88 WS-EOF VALUE 'Y'.                                         00001550
       01 WS-REQ-EOF-SW PIC X(01) VALUE 'N'.                            00001560
           88 WS-REQ-EOF VALUE 'Y'.                                     00001570
       01 WS-VALID-SW PIC X(01) VALUE 'Y'.                              00001580
           88 WS-TRAN-VALID VALUE 'Y'.                                  00001590
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00001600
           88 WS-FOUND VALUE 'Y'.                                       00001610
                                                                        00001620
       01 WS-REASON-CD PIC X(04) VALUE SPACES.                          00001630
       01 WS-REASON-TXT PIC X(40) VALUE SPACES.                         00001640
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001650
       01 WS-RUN-TIME PIC 9(08) VALUE ZEROES.                           00001660
       01 FILLER REDEFINES WS-RUN-TIME.                                 00001670
           05 WS-RUN-HHMM PIC 9(04).                                    00001680
           05 FILLER PIC 9(04).                                         00001690
                                                                        00001700
      *> ***************************************************************00001710
      *> THE INSTITUTION ON THE BANNER AND THE EXCHANGE ENVELOPE, AND   00001720
      *> THE OFFICIAL WHO CERTIFIES - TRNPARM OVERRIDES                 00001730
      *> ***************************************************************00001740
       01 WS-INSTITUTION PIC X(40)                                      00001750
          VALUE 'OFFICE OF THE REGISTRAR'.                              00001760
       01 WS-EXCHANGE-ID PIC X(15) VALUE 'REGISTRAR'.                   00001770
       01 WS-OFFICIAL PIC X(25) VALUE 'UNIVERSITY REGISTRAR'.           00001780
                                                                        00001790
       01 WS-REQUESTS-READ PIC 9(05) VALUE ZEROES.                      00001800
       01 WS-SENT-PRINTED PIC 9(05) VALUE ZEROES.                       00001810
       01 WS-SENT-ELECTRONIC PIC 9(05) VALUE ZEROES.                    00001820
       01 WS-REFUSED PIC 9(05) VALUE ZEROES.                            00001830
                                                                        00001840
       01 WS-STUD-TABLE.                                                00001850
           05 WS-STUD-ENTRY OCCURS 200 TIMES.                           00001860
               10 TBL-STUD-ID           PIC 9(05).                      00001870
               10 TBL-STUD-NAME         PIC X(15).                      00001880
               10 TBL-STUD-STATUS       PIC X(01).                      00001890
               10 TBL-STUD-ST-DATE      PIC 9(08).                      00001900
       01 WS-STUD-COUNT PIC 9(03) VALUE ZEROES.                         00001910
       01 WS-STUD-MAX PIC 9(03) VALUE 200.                              00001920
       01 WS-STUD-SUB PIC 9(03) VALUE ZEROES.                           00001930
       01 WS-STUD-HIT PIC 9(03) VALUE ZEROES.                           00001940
                                                                        00001950
       01 WS-HOLD-TABLE.                                                00001960
           05 TBL-HOLD-STUDENT-ID PIC 9(05) OCCURS 500 TIMES.           00001970
       01 WS-HOLD-COUNT PIC 9(03) VALUE ZEROES.                         00001980
       01 WS-HOLD-MAX PIC 9(03) VALUE 500.                              00001990
       01 WS-HOLD-SUB PIC 9(03) VALUE ZEROES.                           00002000
                                                                        00002010
      *> ONLY THE DISCIPLINARY HOLDS STILL IN FORCE ON THE RUN DATE     00002020
       01 WS-DHL-TABLE.                                                 00002030
           05 TBL-DHL-STUDENT-ID PIC 9(05) OCCURS 200 TIMES.            00002040
       01 WS-DHL-COUNT PIC 9(03) VALUE ZEROES.                          00002050
       01 WS-DHL-MAX PIC 9(03) VALUE 200.                               00002060
       01 WS-DHL-SUB PIC 9(03) VALUE ZEROES.                            00002070
                                                                        00002080
       01 WS-CRS-TABLE.                                                 00002090
           05 WS-CRS-ENTRY OCCURS 100 TIMES.                            00002100
               10 TBL-CRS-COURSE-CD     PIC X(08).                      00002110
               10 TBL-CRS-TITLE         PIC X(30).                      00002120
               10 TBL-CRS-HOURS         PIC 9(02).                      00002130
       01 WS-CRS-COUNT PIC 9(03) VALUE ZEROES.                          00002140
       01 WS-CRS-MAX PIC 9(03) VALUE 100.                               00002150
       01 WS-CRS-SUB PIC 9(03) VALUE ZEROES.                            00002160
                                                                        00002170
      *> ***************************************************************00002180
      *> EVERY GRADE ON FILE IN STUDENT / TERM / COURSE ORDER, SO A     00002190
      *> REQUEST WALKS ITS STUDENT'S GRADES AS ONE RUN                  00002200
      *> ***************************************************************00002210
       01 WS-GRD-TABLE.                                                 00002220
           05 WS-GRD-ENTRY OCCURS 3000 TIMES.                           00002230
               10 TBL-GRD-KEY.                                          00002240
                   15 TBL-GRD-STUDENT-ID PIC 9(05).                     00002250
                   15 TBL-GRD-TERM       PIC X(05).                     00002260
                   15 TBL-GRD-COURSE-CD  PIC X(08).                     00002270
               10 TBL-GRD-SCORE          PIC 9(03).                     00002280
               10 TBL-GRD-FINAL-SW       PIC X(01).                     00002290
                   88 TBL-GRD-FINAL       VALUE 'F'.                    00002300
       01 WS-GRD-COUNT PIC 9(04) VALUE ZEROES.                          00002310
       01 WS-GRD-MAX PIC 9(04) VALUE 3000.                              00002320
       01 WS-GRD-SUB PIC 9(04) VALUE ZEROES.                            00002330
       01 WS-GRD-SUB2 PIC 9(04) VALUE ZEROES.                           00002340
       01 WS-GRD-SWAP PIC X(22).                                        00002350
       01 WS-GRD-SWAP-KEY PIC X(18).                                    00002360
       01 WS-GRD-FIRST PIC 9(04) VALUE ZEROES.                          00002370
       01 WS-GRD-LAST PIC 9(04) VALUE ZEROES.                           00002380
                                                                        00002390
      *> ***************************************************************00002400
      *> GRADING SCALE AND THE TERM / CUMULATIVE ACCUMULATORS           00002410
      *> ***************************************************************00002420
       01 WS-SCALE-SCORE PIC 9(03) VALUE ZEROES.                        00002430
       01 WS-SCALE-GRADE PIC X(01) VALUE SPACES.                        00002440
       01 WS-SCALE-GPA PIC 9V9 VALUE ZEROES.                            00002450
       01 WS-COURSE-TITLE PIC X(30) VALUE SPACES.                       00002460
       01 WS-COURSE-HOURS PIC 9(02) VALUE ZEROES.                       00002470
       01 WS-EARNED-HOURS PIC 9(02) VALUE ZEROES.                       00002480
       01 WS-CURR-TERM PIC X(05) VALUE SPACES.                          00002490
       01 WS-TERM-FINAL-SW PIC X(01) VALUE 'Y'.                         00002500
           88 WS-TERM-FINAL VALUE 'Y'.                                  00002510
       01 WS-TERM-CREDITS PIC 9(04) VALUE ZEROES.                       00002520
       01 WS-TERM-GPA-POINTS PIC 9(05)V9 VALUE ZEROES.                  00002530
       01 WS-TERM-GPA PIC 9V99 VALUE ZEROES.                            00002540
       01 WS-CUM-CREDITS PIC 9(04) VALUE ZEROES.                        00002550
       01 WS-CUM-GPA-POINTS PIC 9(05)V9 VALUE ZEROES.                   00002560
       01 WS-CUM-GPA PIC 9V99 VALUE ZEROES.                             00002570
       01 WS-COURSES-SENT PIC 9(03) VALUE ZEROES.                       00002580
                                                                        00002590
       01 WS-LINE-COUNT PIC 9(02) VALUE ZEROES.                         00002600
       01 WS-LINES-PER-PAGE PIC 9(02) VALUE 55.                         00002610
       01 WS-PAGE-COUNT PIC 9(03) VALUE ZEROES.                         00002620
                                                                        00002630
      *> ***************************************************************00002640
      *> OFFICIAL TRANSCRIPT PRINT LINES                                00002650
      *> ***************************************************************00002660
       01 WS-BANNER-1.                                                  00002670
           05 FILLER PIC X(01) VALUE '1'.                               00002680
           05 FILLER PIC X(38)                                          00002690
              VALUE '*** OFFICIAL ACADEMIC TRANSCRIPT ***'.             00002700
           05 FILLER PIC X(05) VALUE 'PAGE '.                           00002710
           05 BN1-PAGE PIC ZZ9.                                         00002720
       01 WS-BANNER-2.                                                  00002730
           05 FILLER PIC X(01) VALUE SPACE.                             00002740
           05 BN2-INSTITUTION PIC X(40).                                00002750
       01 WS-BANNER-3.                                                  00002760
           05 FILLER PIC X(01) VALUE SPACE.                             00002770
           05 FILLER PIC X(10) VALUE 'ISSUED TO '.                      00002780
           05 BN3-RECIP-NAME PIC X(30).                                 00002790
           05 FILLER PIC X(10) VALUE '  REQUEST '.                      00002800
           05 BN3-REQUEST-ID PIC 9(06).                                 00002810
           05 FILLER PIC X(08) VALUE '  DATED '.                        00002820
           05 BN3-RUN-DATE PIC 9(08).                                   00002830
       01 WS-STUD-LINE.                                                 00002840
           05 FILLER PIC X(01) VALUE '0'.                               00002850
           05 FILLER PIC X(08) VALUE 'STUDENT '.                        00002860
           05 STL-STUDENT-ID PIC 9(05).                                 00002870
           05 FILLER PIC X(02) VALUE SPACES.                            00002880
           05 STL-NAME PIC X(15).                                       00002890
           05 STL-STATUS PIC X(30).                                     00002900
       01 WS-TERM-LINE.                                                 00002910
           05 FILLER PIC X(01) VALUE '0'.                               00002920
           05 FILLER PIC X(02) VALUE SPACES.                            00002930
           05 FILLER PIC X(05) VALUE 'TERM '.                           00002940
           05 TML-TERM PIC X(05).                                       00002950
           05 FILLER PIC X(02) VALUE SPACES.                            00002960
           05 TML-NOTE PIC X(20).                                       00002970
       01 WS-COURSE-LINE.                                               00002980
           05 FILLER PIC X(01) VALUE SPACE.                             00002990
           05 FILLER PIC X(04) VALUE SPACES.                            00003000
           05 CRL-COURSE-CD PIC X(08).                                  00003010
           05 FILLER PIC X(02) VALUE SPACES.                            00003020
           05 CRL-TITLE PIC X(30).                                      00003030
           05 FILLER PIC X(02) VALUE SPACES.                            00003040
           05 CRL-HOURS PIC Z9.                                         00003050
           05 FILLER PIC X(04) VALUE SPACES.                            00003060
           05 CRL-SCORE PIC ZZ9.                                        00003070
           05 FILLER PIC X(04) VALUE SPACES.                            00003080
           05 CRL-GRADE PIC X(01).                                      00003090
       01 WS-GPA-LINE.                                                  00003100
           05 FILLER PIC X(01) VALUE SPACE.                             00003110
           05 FILLER PIC X(02) VALUE SPACES.                            00003120
           05 GPL-LABEL PIC X(16).                                      00003130
           05 GPL-GPA PIC 9.99.                                         00003140
           05 FILLER PIC X(10) VALUE '  CREDITS '.                      00003150
           05 GPL-CREDITS PIC ZZZ9.                                     00003160
       01 WS-NO-COURSES-LINE.                                           00003170
           05 FILLER PIC X(01) VALUE SPACE.                             00003180
           05 FILLER PIC X(30) VALUE '  NO COURSES ON RECORD'.          00003190
       01 WS-CERT-1.                                                    00003200
           05 FILLER PIC X(01) VALUE '0'.                               00003210
           05 FILLER PIC X(48)                                          00003220
              VALUE 'CERTIFIED A TRUE COPY OF THE ACADEMIC RECORD ON '. 00003230
           05 CT1-RUN-DATE PIC 9(08).                                   00003240
       01 WS-CERT-2.                                                    00003250
           05 FILLER PIC X(01) VALUE SPACE.                             00003260
           05 FILLER PIC X(10) VALUE 'ISSUED BY '.                      00003270
           05 CT2-OFFICIAL PIC X(25).                                   00003280
       01 WS-CERT-3.                                                    00003290
           05 FILLER PIC X(01) VALUE SPACE.                             00003300
           05 FILLER PIC X(34)                                          00003310
              VALUE '*** END OF OFFICIAL TRANSCRIPT ***'.               00003320
                                                                        00003330
      *> ***************************************************************00003340
      *> X12 130 INTERCHANGE WORK FIELDS.  ONE SEGMENT PER RECORD,      00003350
      *> ELEMENTS SEPARATED BY *, SEGMENTS ENDED BY ~.  THE REQUEST     00003360
      *> NUMBER IS THE CONTROL NUMBER AT EVERY LEVEL                    00003370
      *> ***************************************************************00003380
       01 WS-SEGMENT PIC X(120).                                        00003390
       01 WS-SEG-COUNT PIC 9(04) VALUE ZEROES.                          00003400
       01 WS-ISA-CONTROL PIC 9(09) VALUE ZEROES.                        00003410
       01 WS-ISA-DATE PIC 9(06) VALUE ZEROES.                           00003420
       01 WS-ISA-RECIP-ID PIC X(15) VALUE SPACES.                       00003430
       01 WS-ISA-SENDER-ID PIC X(15) VALUE SPACES.                      00003440
       01 WS-X12-HOURS PIC 9(02) VALUE ZEROES.                          00003450
       01 WS-X12-EARNED PIC 9(02) VALUE ZEROES.                         00003460
       01 WS-X12-SCORE PIC 9(03) VALUE ZEROES.                          00003470
       01 WS-X12-CREDITS PIC 9(04) VALUE ZEROES.                        00003480
       01 WS-X12-GPA PIC 9.99.                                          00003490
       01 WS-X12-COUNT PIC 9(04) VALUE ZEROES.                          00003500
       COPY ABENDCPY.                                                   00003510
       COPY AUDITCHN.                                                   00003520
       COPY PROCDCPY.                                                   00003530
       01 FS-REASON-CODE-FILE PIC XX.                                   00003540
       COPY RSNTBL.                                                     00003550
                                                                        00003560
       PROCEDURE DIVISION.                                              00003570
       0000-MAIN.                                                       00003580
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00003590
           PERFORM 3000-TAKE-REQUEST THRU 3000-EXIT                     00003600
              UNTIL WS-REQ-EOF                                          00003610
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00003620
           IF WS-REFUSED > 0                                            00003630
              SET RC-WARNING TO TRUE                                    00003640
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00003650
           END-IF                                                       00003660
           GOBACK.                                                      00003670
                                                                        00003680
      *> ***************************************************************00003690
      *> RUN DATE, THE INSTITUTION CARD, THE MASTERS AND HOLD LISTS,    00003700
      *> THEN THE GRADES IN TRANSCRIPT ORDER                            00003710
      *> ***************************************************************00003720
       1000-INITIALIZE.                                                 00003730
           PERFORM 8400-LOAD-REASON-CODES THRU 8400-EXIT                00003740
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00003750
           IF WS-PROCESS-DATE > 0                                       00003760
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00003770
           ELSE                                                         00003780
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00003790
           END-IF                                                       00003800
           ACCEPT WS-RUN-TIME FROM TIME                                 00003810
           MOVE "TRNREQ" TO ALOG-PROGRAM-ID                             00003820
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00003830
           IF FS-AUDIT-LOG-FILE NOT = "00"                              00003840
              MOVE "OPEN FAILED ON AUDIT-LOG-FILE" TO WS-ABEND-MESSAGE  00003850
              GO TO 9999-ABEND                                          00003860
           END-IF                                                       00003870
                                                                        00003880
           OPEN INPUT TRN-CTL-FILE                                      00003890
           EVALUATE FS-TRN-CTL-FILE                                     00003900
             WHEN "00"                                                  00003910
               READ TRN-CTL-FILE                                        00003920
               IF FS-TRN-CTL-FILE = "00"                                00003930
                  IF CTL-INSTITUTION NOT = SPACES                       00003940
                     MOVE CTL-INSTITUTION TO WS-INSTITUTION             00003950
                  END-IF                                                00003960
                  IF CTL-EXCHANGE-ID NOT = SPACES                       00003970
                     MOVE CTL-EXCHANGE-ID TO WS-EXCHANGE-ID             00003980
                  END-IF                                                00003990
                  IF CTL-OFFICIAL NOT = SPACES                          00004000
                     MOVE CTL-OFFICIAL TO WS-OFFICIAL                   00004010
                  END-IF                                                00004020
               END-IF                                                   00004030
               CLOSE TRN-CTL-FILE                                       00004040
             WHEN "35"                                                  00004050
               DISPLAY "NO INSTITUTION CARD, USING COMPILED DEFAULTS"   00004060
             WHEN OTHER                                                 00004070
               MOVE "OPEN FAILED ON TRN-CTL-FILE" TO WS-ABEND-MESSAGE   00004080
               GO TO 9999-ABEND                                         00004090
           END-EVALUATE                                                 00004100
                                                                        00004110
           PERFORM 1100-LOAD-STUDENTS THRU 1100-EXIT                    00004120
           PERFORM 1200-LOAD-HOLDS THRU 1200-EXIT                       00004130
           PERFORM 1300-LOAD-DISC-HOLDS THRU 1300-EXIT                  00004140
           PERFORM 1400-LOAD-CATALOG THRU 1400-EXIT                     00004150
           PERFORM 1500-LOAD-GRADES THRU 1500-EXIT                      00004160
                                                                        00004170
           OPEN INPUT REQUEST-FILE                                      00004180
           EVALUATE FS-REQUEST-FILE                                     00004190
             WHEN "00"                                                  00004200
               PERFORM 3900-READ-REQUEST THRU 3900-EXIT                 00004210
             WHEN "35"                                                  00004220
               DISPLAY "NO TRANSCRIPT REQUESTS TONIGHT"                 00004230
               SET WS-REQ-EOF TO TRUE                                   00004240
             WHEN OTHER                                                 00004250
               MOVE "OPEN FAILED ON REQUEST-FILE" TO WS-ABEND-MESSAGE   00004260
               GO TO 9999-ABEND                                         00004270
           END-EVALUATE                                                 00004280
           OPEN OUTPUT TRANSCRIPT-FILE                                  00004290
           IF FS-TRANSCRIPT-FILE NOT = "00"                             00004300
              MOVE "OPEN FAILED ON TRANSCRIPT-FILE" TO WS-ABEND-MESSAGE 00004310
              GO TO 9999-ABEND                                          00004320
           END-IF                                                       00004330
           OPEN OUTPUT EXCHANGE-FILE                                    00004340
           IF FS-EXCHANGE-FILE NOT = "00"                               00004350
              MOVE "OPEN FAILED ON EXCHANGE-FILE" TO WS-ABEND-MESSAGE   00004360
              GO TO 9999-ABEND                                          00004370
           END-IF                                                       00004380
           OPEN EXTEND REQ-LOG-FILE                                     00004390
           IF FS-REQ-LOG-FILE = "35"                                    00004400
              OPEN OUTPUT REQ-LOG-FILE                                  00004410
           END-IF                                                       00004420
           IF FS-REQ-LOG-FILE NOT = "00"                                00004430
              MOVE "OPEN FAILED ON REQ-LOG-FILE" TO WS-ABEND-MESSAGE    00004440
              GO TO 9999-ABEND                                          00004450
           END-IF                                                       00004460
           OPEN OUTPUT REQ-REJ-FILE                                     00004470
           IF FS-REQ-REJ-FILE NOT = "00"                                00004480
              MOVE "OPEN FAILED ON REQ-REJ-FILE" TO WS-ABEND-MESSAGE    00004490
              GO TO 9999-ABEND                                          00004500
           END-IF.                                                      00004510
       1000-EXIT.                                                       00004520
           EXIT.                                                        00004530
                                                                        00004540
       1100-LOAD-STUDENTS.                                              00004550
           OPEN INPUT STUDENT-IN-FILE                                   00004560
           IF FS-STUDENT-IN-FILE NOT = "00"                             00004570
              MOVE "OPEN FAILED ON STUDENT-IN-FILE" TO WS-ABEND-MESSAGE 00004580
              GO TO 9999-ABEND                                          00004590
           END-IF                                                       00004600
           MOVE 'N' TO WS-EOF-SW                                        00004610
           PERFORM UNTIL WS-EOF                                         00004620
             READ STUDENT-IN-FILE                                       00004630
               AT END                                                   00004640
                 SET WS-EOF TO TRUE                                     00004650
               NOT AT END                                               00004660
                 IF WS-STUD-COUNT < WS-STUD-MAX                         00004670
                    ADD 1 TO WS-STUD-COUNT                              00004680
                    MOVE STUD-ID TO TBL-STUD-ID (WS-STUD-COUNT)         00004690
                    MOVE STUD-NAME TO TBL-STUD-NAME (WS-STUD-COUNT)     00004700
                    MOVE STUD-STATUS TO TBL-STUD-STATUS (WS-STUD-COUNT) 00004710
                    MOVE STUD-STATUS-DATE TO                            00004720
                       TBL-STUD-ST-DATE (WS-STUD-COUNT)                 00004730
                 ELSE                                                   00004740
                    DISPLAY "STUDENT TABLE FULL, NOT LOADED: " STUD-ID  00004750
                 END-IF                                                 00004760
             END-READ                                                   00004770
           END-PERFORM                                                  00004780
           CLOSE STUDENT-IN-FILE.                                       00004790
       1100-EXIT.                                                       00004800
           EXIT.                                                        00004810
                                                                        00004820
      *> TUITBILL'S REGISTRATION HOLD LIST.  WITHOUT ONE NOBODY IS HELD 00004830
       1200-LOAD-HOLDS.                                                 00004840
           OPEN INPUT HOLD-FILE                                         00004850
           EVALUATE FS-HOLD-FILE                                        00004860
             WHEN "00"                                                  00004870
               MOVE 'N' TO WS-EOF-SW                                    00004880
               PERFORM UNTIL WS-EOF                                     00004890
                 READ HOLD-FILE                                         00004900
                   AT END                                               00004910
                     SET WS-EOF TO TRUE                                 00004920
                   NOT AT END                                           00004930
                     IF WS-HOLD-COUNT < WS-HOLD-MAX                     00004940
                        ADD 1 TO WS-HOLD-COUNT                          00004950
                        MOVE HLD-STUDENT-ID TO                          00004960
                           TBL-HOLD-STUDENT-ID (WS-HOLD-COUNT)          00004970
                     ELSE                                               00004980
                        MOVE "HOLD TABLE FULL ON LOAD" TO               00004990
                           WS-ABEND-MESSAGE                             00005000
                        GO TO 9999-ABEND                                00005010
                     END-IF                                             00005020
                 END-READ                                               00005030
               END-PERFORM                                              00005040
               CLOSE HOLD-FILE                                          00005050
               DISPLAY "FINANCIAL HOLDS LOADED: " WS-HOLD-COUNT         00005060
             WHEN "35"                                                  00005070
               DISPLAY "NO REGISTRATION HOLD LIST, NO FINANCIAL HOLDS"  00005080
             WHEN OTHER                                                 00005090
               MOVE "OPEN FAILED ON HOLD-FILE" TO WS-ABEND-MESSAGE      00005100
               GO TO 9999-ABEND                                         00005110
           END-EVALUATE.                                                00005120
       1200-EXIT.                                                       00005130
           EXIT.                                                        00005140
                                                                        00005150
       1300-LOAD-DISC-HOLDS.                                            00005160
           OPEN INPUT DISC-HOLD-FILE                                    00005170
           EVALUATE FS-DISC-HOLD-FILE                                   00005180
             WHEN "00"                                                  00005190
               MOVE 'N' TO WS-EOF-SW                                    00005200
               PERFORM UNTIL WS-EOF                                     00005210
                 READ DISC-HOLD-FILE                                    00005220
                   AT END                                               00005230
                     SET WS-EOF TO TRUE                                 00005240
                   NOT AT END                                           00005250
                     IF DHL-RELEASE-DATE = ZEROES                       00005260
                        OR DHL-RELEASE-DATE > WS-RUN-DATE               00005270
                        IF WS-DHL-COUNT < WS-DHL-MAX                    00005280
                           ADD 1 TO WS-DHL-COUNT                        00005290
                           MOVE DHL-STUDENT-ID TO                       00005300
                              TBL-DHL-STUDENT-ID (WS-DHL-COUNT)         00005310
                        ELSE                                            00005320
                           MOVE "DISCIPLINARY HOLD TABLE FULL" TO       00005330
                              WS-ABEND-MESSAGE                          00005340
                           GO TO 9999-ABEND                             00005350
                        END-IF                                          00005360
                     END-IF                                             00005370
                 END-READ                                               00005380
               END-PERFORM                                              00005390
               CLOSE DISC-HOLD-FILE                                     00005400
               DISPLAY "DISCIPLINARY HOLDS IN FORCE: " WS-DHL-COUNT     00005410
             WHEN "35"                                                  00005420
               DISPLAY "NO DISCIPLINARY HOLD LIST, NO HOLDS"            00005430
             WHEN OTHER                                                 00005440
               MOVE "OPEN FAILED ON DISC-HOLD-FILE" TO WS-ABEND-MESSAGE 00005450
               GO TO 9999-ABEND                                         00005460
           END-EVALUATE.                                                00005470
       1300-EXIT.                                                       00005480
           EXIT.                                                        00005490
                                                                        00005500
      *> WITHOUT A CATALOG A COURSE HAS NO TITLE AND WEIGHS ONE CREDIT  00005510
       1400-LOAD-CATALOG.                                               00005520
           OPEN INPUT COURSE-FILE                                       00005530
           EVALUATE FS-COURSE-FILE                                      00005540
             WHEN "00"                                                  00005550
               MOVE 'N' TO WS-EOF-SW                                    00005560
               PERFORM UNTIL WS-EOF                                     00005570
                 READ COURSE-FILE                                       00005580
                   AT END                                               00005590
                     SET WS-EOF TO TRUE                                 00005600
                   NOT AT END                                           00005610
                     IF CRS-CREDIT-HOURS NUMERIC                        00005620
                        AND WS-CRS-COUNT < WS-CRS-MAX                   00005630
                        ADD 1 TO WS-CRS-COUNT                           00005640
                        MOVE CRS-COURSE-CD TO                           00005650
                           TBL-CRS-COURSE-CD (WS-CRS-COUNT)             00005660
                        MOVE CRS-TITLE TO TBL-CRS-TITLE (WS-CRS-COUNT)  00005670
                        MOVE CRS-CREDIT-HOURS TO                        00005680
                           TBL-CRS-HOURS (WS-CRS-COUNT)                 00005690
                     END-IF                                             00005700
                 END-READ                                               00005710
               END-PERFORM                                              00005720
               CLOSE COURSE-FILE                                        00005730
             WHEN "35"                                                  00005740
               DISPLAY "NO COURSE CATALOG, ALL COURSES WEIGH ONE CREDIT"00005750
             WHEN OTHER                                                 00005760
               MOVE "OPEN FAILED ON COURSE-FILE" TO WS-ABEND-MESSAGE    00005770
               GO TO 9999-ABEND                                         00005780
           END-EVALUATE.                                                00005790
       1400-EXIT.                                                       00005800
           EXIT.                                                        00005810
                                                                        00005820
       1500-LOAD-GRADES.                                                00005830
           OPEN INPUT GRADE-IN-FILE                                     00005840
           EVALUATE FS-GRADE-IN-FILE                                    00005850
             WHEN "00"                                                  00005860
               CONTINUE                                                 00005870
             WHEN "35"                                                  00005880
               DISPLAY "NO GRADE FILE, TRANSCRIPTS CARRY NO COURSES"    00005890
               GO TO 1500-EXIT                                          00005900
             WHEN OTHER                                                 00005910
               MOVE "OPEN FAILED ON GRADE-IN-FILE" TO WS-ABEND-MESSAGE  00005920
               GO TO 9999-ABEND                                         00005930
           END-EVALUATE                                                 00005940
           MOVE 'N' TO WS-EOF-SW                                        00005950
           PERFORM UNTIL WS-EOF                                         00005960
             READ GRADE-IN-FILE                                         00005970
               AT END                                                   00005980
                 SET WS-EOF TO TRUE                                     00005990
               NOT AT END                                               00006000
                 IF WS-GRD-COUNT < WS-GRD-MAX                           00006010
                    ADD 1 TO WS-GRD-COUNT                               00006020
                    MOVE GRD-STUDENT-ID TO                              00006030
                       TBL-GRD-STUDENT-ID (WS-GRD-COUNT)                00006040
                    MOVE GRD-TERM TO TBL-GRD-TERM (WS-GRD-COUNT)        00006050
                    MOVE GRD-COURSE-CD TO                               00006060
                       TBL-GRD-COURSE-CD (WS-GRD-COUNT)                 00006070
                    MOVE GRD-SCORE TO TBL-GRD-SCORE (WS-GRD-COUNT)      00006080
                    MOVE GRD-FINAL-SW TO                                00006090
                       TBL-GRD-FINAL-SW (WS-GRD-COUNT)                  00006100
                 ELSE                                                   00006110
                    MOVE "GRADE TABLE FULL" TO WS-ABEND-MESSAGE         00006120
                    GO TO 9999-ABEND                                    00006130
                 END-IF                                                 00006140
             END-READ                                                   00006150
           END-PERFORM                                                  00006160
           CLOSE GRADE-IN-FILE                                          00006170
           IF WS-GRD-COUNT > 1                                          00006180
              PERFORM VARYING WS-GRD-SUB FROM 2 BY 1                    00006190
                       UNTIL WS-GRD-SUB > WS-GRD-COUNT                  00006200
                PERFORM 1600-INSERT-GRADE THRU 1600-EXIT                00006210
              END-PERFORM                                               00006220
           END-IF.                                                      00006230
       1500-EXIT.                                                       00006240
           EXIT.                                                        00006250
                                                                        00006260
       1600-INSERT-GRADE.                                               00006270
           MOVE WS-GRD-ENTRY (WS-GRD-SUB) TO WS-GRD-SWAP                00006280
           MOVE TBL-GRD-KEY (WS-GRD-SUB) TO WS-GRD-SWAP-KEY             00006290
           MOVE WS-GRD-SUB TO WS-GRD-SUB2                               00006300
           PERFORM UNTIL WS-GRD-SUB2 = 1                                00006310
              OR TBL-GRD-KEY (WS-GRD-SUB2 - 1) NOT > WS-GRD-SWAP-KEY    00006320
             MOVE WS-GRD-ENTRY (WS-GRD-SUB2 - 1)                        00006330
                TO WS-GRD-ENTRY (WS-GRD-SUB2)                           00006340
             SUBTRACT 1 FROM WS-GRD-SUB2                                00006350
           END-PERFORM                                                  00006360
           MOVE WS-GRD-SWAP TO WS-GRD-ENTRY (WS-GRD-SUB2).              00006370
       1600-EXIT.                                                       00006380
           EXIT.                                                        00006390
                                                                        00006400
      *> ***************************************************************00006410
      *> ONE TRANSCRIPT REQUEST: EDIT IT, REFUSE A HELD STUDENT, SEND   00006420
      *> THE TRANSCRIPT THE WAY IT WAS ASKED FOR AND LOG THE OUTCOME    00006430
      *> ***************************************************************00006440
       3000-TAKE-REQUEST.                                               00006450
           SET WS-TRAN-VALID TO TRUE                                    00006460
           MOVE SPACES TO WS-REASON-CD                                  00006470
           MOVE SPACES TO WS-REASON-TXT                                 00006480
           MOVE ZEROES TO WS-COURSES-SENT                               00006490
                                                                        00006500
           MOVE 'N' TO WS-FOUND-SW                                      00006510
           PERFORM VARYING WS-STUD-SUB FROM 1 BY 1                      00006520
                    UNTIL WS-STUD-SUB > WS-STUD-COUNT                   00006530
                    OR WS-FOUND                                         00006540
             IF TBL-STUD-ID (WS-STUD-SUB) = TRQ-STUDENT-ID              00006550
                SET WS-FOUND TO TRUE                                    00006560
                MOVE WS-STUD-SUB TO WS-STUD-HIT                         00006570
             END-IF                                                     00006580
           END-PERFORM                                                  00006590
                                                                        00006600
           EVALUATE TRUE                                                00006610
             WHEN TRQ-STUDENT-ID NOT NUMERIC                            00006620
               OR NOT WS-FOUND                                          00006630
               MOVE "T001" TO WS-REASON-CD                              00006640
               MOVE "STUDENT NOT ON MASTER" TO WS-REASON-TXT            00006650
             WHEN NOT TRQ-PRINTED AND NOT TRQ-ELECTRONIC                00006660
               MOVE "T002" TO WS-REASON-CD                              00006670
               MOVE "DELIVERY METHOD NOT P OR E" TO WS-REASON-TXT       00006680
             WHEN TRQ-RECIP-NAME = SPACES                               00006690
               OR (TRQ-ELECTRONIC AND TRQ-RECIP-ID = SPACES)            00006700
               MOVE "T003" TO WS-REASON-CD                              00006710
               MOVE "NO RECIPIENT OR EXCHANGE ID" TO WS-REASON-TXT      00006720
           END-EVALUATE                                                 00006730
                                                                        00006740
           IF WS-REASON-CD = SPACES                                     00006750
              PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1                   00006760
                       UNTIL WS-HOLD-SUB > WS-HOLD-COUNT                00006770
                IF TBL-HOLD-STUDENT-ID (WS-HOLD-SUB) = TRQ-STUDENT-ID   00006780
                   MOVE "T004" TO WS-REASON-CD                          00006790
                   MOVE "FINANCIAL HOLD, BALANCE PAST DUE" TO           00006800
                      WS-REASON-TXT                                     00006810
                END-IF                                                  00006820
              END-PERFORM                                               00006830
           END-IF                                                       00006840
           IF WS-REASON-CD = SPACES                                     00006850
              PERFORM VARYING WS-DHL-SUB FROM 1 BY 1                    00006860
                       UNTIL WS-DHL-SUB > WS-DHL-COUNT                  00006870
                IF TBL-DHL-STUDENT-ID (WS-DHL-SUB) = TRQ-STUDENT-ID     00006880
                   MOVE "T005" TO WS-REASON-CD                          00006890
                   MOVE "DISCIPLINARY HOLD IN FORCE" TO WS-REASON-TXT   00006900
                END-IF                                                  00006910
              END-PERFORM                                               00006920
           END-IF                                                       00006930
                                                                        00006940
           IF WS-REASON-CD NOT = SPACES                                 00006950
              MOVE 'N' TO WS-VALID-SW                                   00006960
              PERFORM 8000-WRITE-REJECT THRU 8000-EXIT                  00006970
           ELSE                                                         00006980
              PERFORM 3100-FIND-GRADES THRU 3100-EXIT                   00006990
              IF TRQ-PRINTED                                            00007000
                 PERFORM 4000-PRINT-TRANSCRIPT THRU 4000-EXIT           00007010
                 ADD 1 TO WS-SENT-PRINTED                               00007020
              ELSE                                                      00007030
                 PERFORM 5000-EXCHANGE-TRANSCRIPT THRU 5000-EXIT        00007040
                 ADD 1 TO WS-SENT-ELECTRONIC                            00007050
              END-IF                                                    00007060
              MOVE "TRNSCPT SENT" TO ALOG-ACTION                        00007070
              MOVE SPACES TO ALOG-DETAIL                                00007080
              STRING TRQ-REQUEST-ID ' ' TRQ-STUDENT-ID ' '              00007090
                 TRQ-DELIVERY ' ' TRQ-RECIP-NAME                        00007100
                 DELIMITED BY SIZE INTO ALOG-DETAIL                     00007110
              PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT               00007120
           END-IF                                                       00007130
           PERFORM 3200-LOG-REQUEST THRU 3200-EXIT                      00007140
           PERFORM 3900-READ-REQUEST THRU 3900-EXIT.                    00007150
       3000-EXIT.                                                       00007160
           EXIT.                                                        00007170
                                                                        00007180
      *> THE STUDENT'S GRADES ARE ONE RUN OF THE SORTED TABLE           00007190
       3100-FIND-GRADES.                                                00007200
           MOVE ZEROES TO WS-GRD-FIRST                                  00007210
           MOVE ZEROES TO WS-GRD-LAST                                   00007220
           PERFORM VARYING WS-GRD-SUB FROM 1 BY 1                       00007230
                    UNTIL WS-GRD-SUB > WS-GRD-COUNT                     00007240
             IF TBL-GRD-STUDENT-ID (WS-GRD-SUB) = TRQ-STUDENT-ID        00007250
                IF WS-GRD-FIRST = ZEROES                                00007260
                   MOVE WS-GRD-SUB TO WS-GRD-FIRST                      00007270
                END-IF                                                  00007280
                MOVE WS-GRD-SUB TO WS-GRD-LAST                          00007290
             END-IF                                                     00007300
           END-PERFORM.                                                 00007310
       3100-EXIT.                                                       00007320
           EXIT.                                                        00007330
                                                                        00007340
       3200-LOG-REQUEST.                                                00007350
           MOVE SPACES TO TRANSCRIPT-LOG-RECORD                         00007360
           MOVE TRQ-REQUEST-ID TO TRL-REQUEST-ID                        00007370
           MOVE TRQ-STUDENT-ID TO TRL-STUDENT-ID                        00007380
           MOVE TRQ-DELIVERY TO TRL-DELIVERY                            00007390
           MOVE TRQ-RECIP-ID TO TRL-RECIP-ID                            00007400
           MOVE TRQ-RECIP-NAME TO TRL-RECIP-NAME                        00007410
           MOVE TRQ-REQUESTED-BY TO TRL-REQUESTED-BY                    00007420
           MOVE TRQ-REQUEST-DATE TO TRL-REQUEST-DATE                    00007430
           MOVE WS-RUN-DATE TO TRL-RUN-DATE                             00007440
           MOVE WS-REASON-CD TO TRL-REASON-CD                           00007450
           MOVE WS-COURSES-SENT TO TRL-COURSES                          00007460
           EVALUATE TRUE                                                00007470
             WHEN NOT WS-TRAN-VALID                                     00007480
               SET TRL-REFUSED TO TRUE                                  00007490
             WHEN TRQ-PRINTED                                           00007500
               SET TRL-SENT-PRINTED TO TRUE                             00007510
             WHEN OTHER                                                 00007520
               SET TRL-SENT-ELECTRONIC TO TRUE                          00007530
           END-EVALUATE                                                 00007540
           WRITE TRANSCRIPT-LOG-RECORD                                  00007550
           IF FS-REQ-LOG-FILE NOT = "00"                                00007560
              MOVE "WRITE FAILED ON REQ-LOG-FILE" TO WS-ABEND-MESSAGE   00007570
              GO TO 9999-ABEND                                          00007580
           END-IF.                                                      00007590
       3200-EXIT.                                                       00007600
           EXIT.                                                        00007610
                                                                        00007620
       3900-READ-REQUEST.                                               00007630
           READ REQUEST-FILE                                            00007640
           EVALUATE FS-REQUEST-FILE                                     00007650
             WHEN "00"                                                  00007660
               ADD 1 TO WS-REQUESTS-READ                                00007670
             WHEN "10"                                                  00007680
               SET WS-REQ-EOF TO TRUE                                   00007690
             WHEN OTHER                                                 00007700
               DISPLAY "READ FAILED, REQUEST-FILE STATUS: "             00007710
                 FS-REQUEST-FILE                                        00007720
               SET WS-REQ-EOF TO TRUE                                   00007730
           END-EVALUATE.                                                00007740
       3900-EXIT.                                                       00007750
           EXIT.                                                        00007760
                                                                        00007770
      *> ***************************************************************00007780
      *> THE PRINTED OFFICIAL TRANSCRIPT: CERTIFICATION BANNER, THE     00007790
      *> STUDENT, EACH TERM'S COURSES AND GPA, THE CUMULATIVE GPA AND   00007800
      *> THE CERTIFICATION.  EVERY TRANSCRIPT STARTS A NEW PAGE         00007810
      *> ***************************************************************00007820
       4000-PRINT-TRANSCRIPT.                                           00007830
           MOVE ZEROES TO WS-PAGE-COUNT                                 00007840
           PERFORM 4100-PRINT-BANNER THRU 4100-EXIT                     00007850
           MOVE TRQ-STUDENT-ID TO STL-STUDENT-ID                        00007860
           MOVE TBL-STUD-NAME (WS-STUD-HIT) TO STL-NAME                 00007870
           MOVE SPACES TO STL-STATUS                                    00007880
           IF TBL-STUD-STATUS (WS-STUD-HIT) = 'W'                       00007890
              STRING '  WITHDRAWN EFFECTIVE '                           00007900
                 TBL-STUD-ST-DATE (WS-STUD-HIT)                         00007910
                 DELIMITED BY SIZE INTO STL-STATUS                      00007920
           END-IF                                                       00007930
           WRITE TRANSCRIPT-LINE FROM WS-STUD-LINE                      00007940
           ADD 2 TO WS-LINE-COUNT                                       00007950
                                                                        00007960
           MOVE SPACES TO WS-CURR-TERM                                  00007970
           MOVE ZEROES TO WS-TERM-CREDITS                               00007980
           MOVE ZEROES TO WS-TERM-GPA-POINTS                            00007990
           MOVE ZEROES TO WS-CUM-CREDITS                                00008000
           MOVE ZEROES TO WS-CUM-GPA-POINTS                             00008010
           IF WS-GRD-FIRST = ZEROES                                     00008020
              WRITE TRANSCRIPT-LINE FROM WS-NO-COURSES-LINE             00008030
              ADD 1 TO WS-LINE-COUNT                                    00008040
           ELSE                                                         00008050
              PERFORM 4200-PRINT-COURSE THRU 4200-EXIT                  00008060
                 VARYING WS-GRD-SUB FROM WS-GRD-FIRST BY 1              00008070
                 UNTIL WS-GRD-SUB > WS-GRD-LAST                         00008080
              PERFORM 4300-PRINT-TERM-GPA THRU 4300-EXIT                00008090
              PERFORM 6100-CUM-GPA THRU 6100-EXIT                       00008100
              PERFORM 4150-CHECK-PAGE THRU 4150-EXIT                    00008110
              MOVE 'CUMULATIVE GPA' TO GPL-LABEL                        00008120
              MOVE WS-CUM-GPA TO GPL-GPA                                00008130
              MOVE WS-CUM-CREDITS TO GPL-CREDITS                        00008140
              WRITE TRANSCRIPT-LINE FROM WS-GPA-LINE                    00008150
              ADD 1 TO WS-LINE-COUNT                                    00008160
           END-IF                                                       00008170
                                                                        00008180
           MOVE WS-RUN-DATE TO CT1-RUN-DATE                             00008190
           WRITE TRANSCRIPT-LINE FROM WS-CERT-1                         00008200
           MOVE WS-OFFICIAL TO CT2-OFFICIAL                             00008210
           WRITE TRANSCRIPT-LINE FROM WS-CERT-2                         00008220
           WRITE TRANSCRIPT-LINE FROM WS-CERT-3.                        00008230
       4000-EXIT.                                                       00008240
           EXIT.                                                        00008250
                                                                        00008260
       4100-PRINT-BANNER.                                               00008270
           ADD 1 TO WS-PAGE-COUNT                                       00008280
           MOVE WS-PAGE-COUNT TO BN1-PAGE                               00008290
           WRITE TRANSCRIPT-LINE FROM WS-BANNER-1                       00008300
           MOVE WS-INSTITUTION TO BN2-INSTITUTION                       00008310
           WRITE TRANSCRIPT-LINE FROM WS-BANNER-2                       00008320
           MOVE TRQ-RECIP-NAME TO BN3-RECIP-NAME                        00008330
           MOVE TRQ-REQUEST-ID TO BN3-REQUEST-ID                        00008340
           MOVE WS-RUN-DATE TO BN3-RUN-DATE                             00008350
           WRITE TRANSCRIPT-LINE FROM WS-BANNER-3                       00008360
           MOVE 3 TO WS-LINE-COUNT.                                     00008370
       4100-EXIT.                                                       00008380
           EXIT.                                                        00008390
                                                                        00008400
       4150-CHECK-PAGE.                                                 00008410
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE                     00008420
              PERFORM 4100-PRINT-BANNER THRU 4100-EXIT                  00008430
              WRITE TRANSCRIPT-LINE FROM WS-STUD-LINE                   00008440
              ADD 2 TO WS-LINE-COUNT                                    00008450
           END-IF.                                                      00008460
       4150-EXIT.                                                       00008470
           EXIT.                                                        00008480
                                                                        00008490
       4200-PRINT-COURSE.                                               00008500
           IF TBL-GRD-TERM (WS-GRD-SUB) NOT = WS-CURR-TERM              00008510
              IF WS-CURR-TERM NOT = SPACES                              00008520
                 PERFORM 4300-PRINT-TERM-GPA THRU 4300-EXIT             00008530
              END-IF                                                    00008540
              MOVE TBL-GRD-TERM (WS-GRD-SUB) TO WS-CURR-TERM            00008550
              PERFORM 6200-TERM-FINAL THRU 6200-EXIT                    00008560
              PERFORM 4150-CHECK-PAGE THRU 4150-EXIT                    00008570
              MOVE WS-CURR-TERM TO TML-TERM                             00008580
              MOVE SPACES TO TML-NOTE                                   00008590
              IF NOT WS-TERM-FINAL                                      00008600
                 MOVE 'GRADES NOT FINAL' TO TML-NOTE                    00008610
              END-IF                                                    00008620
              WRITE TRANSCRIPT-LINE FROM WS-TERM-LINE                   00008630
              ADD 2 TO WS-LINE-COUNT                                    00008640
           END-IF                                                       00008650
           PERFORM 6000-RATE-COURSE THRU 6000-EXIT                      00008660
           PERFORM 4150-CHECK-PAGE THRU 4150-EXIT                       00008670
           MOVE TBL-GRD-COURSE-CD (WS-GRD-SUB) TO CRL-COURSE-CD         00008680
           MOVE WS-COURSE-TITLE TO CRL-TITLE                            00008690
           MOVE WS-COURSE-HOURS TO CRL-HOURS                            00008700
           MOVE TBL-GRD-SCORE (WS-GRD-SUB) TO CRL-SCORE                 00008710
           MOVE WS-SCALE-GRADE TO CRL-GRADE                             00008720
           WRITE TRANSCRIPT-LINE FROM WS-COURSE-LINE                    00008730
           ADD 1 TO WS-LINE-COUNT.                                      00008740
       4200-EXIT.                                                       00008750
           EXIT.                                                        00008760
                                                                        00008770
       4300-PRINT-TERM-GPA.                                             00008780
           PERFORM 6300-TERM-GPA THRU 6300-EXIT                         00008790
           PERFORM 4150-CHECK-PAGE THRU 4150-EXIT                       00008800
           MOVE 'TERM GPA' TO GPL-LABEL                                 00008810
           MOVE WS-TERM-GPA TO GPL-GPA                                  00008820
           MOVE WS-TERM-CREDITS TO GPL-CREDITS                          00008830
           WRITE TRANSCRIPT-LINE FROM WS-GPA-LINE                       00008840
           ADD 1 TO WS-LINE-COUNT                                       00008850
           MOVE ZEROES TO WS-TERM-CREDITS                               00008860
           MOVE ZEROES TO WS-TERM-GPA-POINTS.                           00008870
       4300-EXIT.                                                       00008880
           EXIT.                                                        00008890
                                                                        00008900
      *> ***************************************************************00008910
      *> THE ELECTRONIC TRANSCRIPT: ONE X12 130 INTERCHANGE PER         00008920
      *> REQUEST - ISA/GS ENVELOPE, ST, BGN, THE SENDING AND            00008930
      *> RECEIVING SCHOOLS (N1 AS / AT), THE STUDENT (IN2 NAME,         00008940
      *> REF 48 STUDENT NUMBER), PER TERM A SES SEGMENT, ONE CRS PER    00008950
      *> COURSE (BASIS, HOURS, HOURS EARNED, LETTER, SCORE, COURSE,     00008960
      *> TITLE) AND A TERM SUM, THEN THE CUMULATIVE SUM AND TRAILERS    00008970
      *> ***************************************************************00008980
       5000-EXCHANGE-TRANSCRIPT.                                        00008990
           MOVE ZEROES TO WS-SEG-COUNT                                  00009000
           MOVE TRQ-REQUEST-ID TO WS-ISA-CONTROL                        00009010
           MOVE WS-RUN-DATE (3:6) TO WS-ISA-DATE                        00009020
           MOVE WS-EXCHANGE-ID TO WS-ISA-SENDER-ID                      00009030
           MOVE TRQ-RECIP-ID TO WS-ISA-RECIP-ID                         00009040
                                                                        00009050
           MOVE SPACES TO WS-SEGMENT                                    00009060
           STRING 'ISA*00*          *00*          *ZZ*'                 00009070
              WS-ISA-SENDER-ID '*ZZ*' WS-ISA-RECIP-ID '*'               00009080
              WS-ISA-DATE '*' WS-RUN-HHMM '*U*00401*'                   00009090
              WS-ISA-CONTROL '*0*P*>~'                                  00009100
              DELIMITED BY SIZE INTO WS-SEGMENT                         00009110
           PERFORM 5900-WRITE-ENVELOPE THRU 5900-EXIT                   00009120
           MOVE SPACES TO WS-SEGMENT                                    00009130
           STRING 'GS*ED*' WS-EXCHANGE-ID DELIMITED BY SPACE            00009140
              '*' TRQ-RECIP-ID DELIMITED BY SPACE                       00009150
              '*' WS-RUN-DATE '*' WS-RUN-HHMM '*' TRQ-REQUEST-ID        00009160
              '*X*004010~'                                              00009170
              DELIMITED BY SIZE INTO WS-SEGMENT                         00009180
           PERFORM 5900-WRITE-ENVELOPE THRU 5900-EXIT                   00009190
                                                                        00009200
           MOVE SPACES TO WS-SEGMENT                                    00009210
           STRING 'ST*130*' TRQ-REQUEST-ID '~'                          00009220
              DELIMITED BY SIZE INTO WS-SEGMENT                         00009230
           PERFORM 5950-WRITE-SEGMENT THRU 5950-EXIT                    00009240
           MOVE SPACES TO WS-SEGMENT                                    00009250
           STRING 'BGN*00*' TRQ-REQUEST-ID '*' WS-RUN-DATE '~'          00009260
              DELIMITED BY SIZE INTO WS-SEGMENT                         00009270
           PERFORM 5950-WRITE-SEGMENT THRU 5950-EXIT                    00009280
           MOVE SPACES TO WS-SEGMENT                                    00009290
           STRING 'N1*AS*' WS-INSTITUTION DELIMITED BY '  '             00009300
              '*ZZ*' WS-EXCHANGE-ID DELIMITED BY SPACE                  00009310
              '~' DELIMITED BY SIZE INTO WS-SEGMENT                     00009320
           PERFORM 5950-WRITE-SEGMENT THRU 5950-EXIT                    00009330
           MOVE SPACES TO WS-SEGMENT                                    00009340
           STRING 'N1*AT*' TRQ-RECIP-NAME DELIMITED BY '  '             00009350
              '*ZZ*' TRQ-RECIP-ID DELIMITED BY SPACE                    00009360
              '~' DELIMITED BY SIZE INTO WS-SEGMENT                     00009370
           PERFORM 5950-WRITE-SEGMENT THRU 5950-EXIT                    00009380
           MOVE SPACES TO WS-SEGMENT                                    00009390
           STRING 'IN2*05*' TBL-STUD-NAME (WS-STUD-HIT)                 00009400
              DELIMITED BY '  '                                         00009410
              '~' DELIMITED BY SIZE INTO WS-SEGMENT                     00009420
           PERFORM 5950-WRITE-SEGMENT THRU 5950-EXIT                    00009430
           MOVE SPACES TO WS-SEGMENT                                    00009440
           STRING 'REF*48*' TRQ-STUDENT-ID '~'                          00009450
              DELIMITED BY SIZE INTO WS-SEGMENT                         00009460
           PERFORM 5950-WRITE-SEGMENT THRU 5950-EXIT                    00009470
                                                                        00009480
           MOVE SPACES TO WS-CURR-TERM                                  00009490
           MOVE ZEROES TO WS-TERM-CREDITS                               00009500
           MOVE ZEROES TO WS-TERM-GPA-POINTS                            00009510
           MOVE ZEROES TO WS-CUM-CREDITS                                00009520
           MOVE ZEROES TO WS-CUM-GPA-POINTS                             00009530
           IF WS-GRD-FIRST > ZEROES                                     00009540
              PERFORM 5100-EXCHANGE-COURSE THRU 5100-EXIT               00009550
                 VARYING WS-GRD-SUB FROM WS-GRD-FIRST BY 1              00009560
                 UNTIL WS-GRD-SUB > WS-GRD-LAST                         00009570
              PERFORM 5200-EXCHANGE-TERM-SUM THRU 5200-EXIT             00009580
           END-IF                                                       00009590
           PERFORM 6100-CUM-GPA THRU 6100-EXIT                          00009600
           MOVE WS-CUM-CREDITS TO WS-X12-CREDITS                        00009610
           MOVE WS-CUM-GPA TO WS-X12-GPA                                00009620
           MOVE SPACES TO WS-SEGMENT                                    00009630
           STRING 'SUM*C*' WS-X12-CREDITS '*' WS-X12-GPA '~'            00009640
              DELIMITED BY SIZE INTO WS-SEGMENT                         00009650
           PERFORM 5950-WRITE-SEGMENT THRU 5950-EXIT                    00009660
                                                                        00009670
           ADD 1 TO WS-SEG-COUNT                                        00009680
           MOVE WS-SEG-COUNT TO WS-X12-COUNT                            00009690
           MOVE SPACES TO WS-SEGMENT                                    00009700
           STRING 'SE*' WS-X12-COUNT '*' TRQ-REQUEST-ID '~'             00009710
              DELIMITED BY SIZE INTO WS-SEGMENT                         00009720
           PERFORM 5900-WRITE-ENVELOPE THRU 5900-EXIT                   00009730
           MOVE SPACES TO WS-SEGMENT                                    00009740
           STRING 'GE*1*' TRQ-REQUEST-ID '~'                            00009750
              DELIMITED BY SIZE INTO WS-SEGMENT                         00009760
           PERFORM 5900-WRITE-ENVELOPE THRU 5900-EXIT                   00009770
           MOVE SPACES TO WS-SEGMENT                                    00009780
           STRING 'IEA*1*' WS-ISA-CONTROL '~'                           00009790
              DELIMITED BY SIZE INTO WS-SEGMENT                         00009800
           PERFORM 5900-WRITE-ENVELOPE THRU 5900-EXIT.                  00009810
       5000-EXIT.                                                       00009820
           EXIT.                                                        00009830
                                                                        00009840
       5100-EXCHANGE-COURSE.                                            00009850
           IF TBL-GRD-TERM (WS-GRD-SUB) NOT = WS-CURR-TERM              00009860
              IF WS-CURR-TERM NOT = SPACES                              00009870
                 PERFORM 5200-EXCHANGE-TERM-SUM THRU 5200-EXIT          00009880
              END-IF                                                    00009890
              MOVE TBL-GRD-TERM (WS-GRD-SUB) TO WS-CURR-TERM            00009900
              MOVE SPACES TO WS-SEGMENT                                 00009910
              STRING 'SES*' WS-CURR-TERM '~'                            00009920
                 DELIMITED BY SIZE INTO WS-SEGMENT                      00009930
              PERFORM 5950-WRITE-SEGMENT THRU 5950-EXIT                 00009940
           END-IF                                                       00009950
           PERFORM 6000-RATE-COURSE THRU 6000-EXIT                      00009960
           MOVE WS-COURSE-HOURS TO WS-X12-HOURS                         00009970
           MOVE WS-EARNED-HOURS TO WS-X12-EARNED                        00009980
           MOVE TBL-GRD-SCORE (WS-GRD-SUB) TO WS-X12-SCORE              00009990
           MOVE SPACES TO WS-SEGMENT                                    00010000
           STRING 'CRS*R*' WS-X12-HOURS '*' WS-X12-EARNED '*'           00010010
              WS-SCALE-GRADE '*' WS-X12-SCORE '*'                       00010020
              TBL-GRD-COURSE-CD (WS-GRD-SUB) DELIMITED BY SPACE         00010030
              '*' WS-COURSE-TITLE DELIMITED BY '  '                     00010040
              '~' DELIMITED BY SIZE INTO WS-SEGMENT                     00010050
           PERFORM 5950-WRITE-SEGMENT THRU 5950-EXIT.                   00010060
       5100-EXIT.                                                       00010070
           EXIT.                                                        00010080
                                                                        00010090
       5200-EXCHANGE-TERM-SUM.                                          00010100
           PERFORM 6300-TERM-GPA THRU 6300-EXIT                         00010110
           MOVE WS-TERM-CREDITS TO WS-X12-CREDITS                       00010120
           MOVE WS-TERM-GPA TO WS-X12-GPA                               00010130
           MOVE SPACES TO WS-SEGMENT                                    00010140
           STRING 'SUM*T*' WS-X12-CREDITS '*' WS-X12-GPA '~'            00010150
              DELIMITED BY SIZE INTO WS-SEGMENT                         00010160
           PERFORM 5950-WRITE-SEGMENT THRU 5950-EXIT                    00010170
           MOVE ZEROES TO WS-TERM-CREDITS                               00010180
           MOVE ZEROES TO WS-TERM-GPA-POINTS.                           00010190
       5200-EXIT.                                                       00010200
           EXIT.                                                        00010210
                                                                        00010220
      *> ENVELOPE SEGMENTS (ISA GS GE IEA, AND SE WHICH COUNTS ITSELF   00010230
      *> BEFORE IT IS BUILT) STAY OUT OF THE TRANSACTION SET COUNT      00010240
       5900-WRITE-ENVELOPE.                                             00010250
           WRITE EXCHANGE-SEGMENT FROM WS-SEGMENT                       00010260
           IF FS-EXCHANGE-FILE NOT = "00"                               00010270
              MOVE "WRITE FAILED ON EXCHANGE-FILE" TO WS-ABEND-MESSAGE  00010280
              GO TO 9999-ABEND                                          00010290
           END-IF.                                                      00010300
       5900-EXIT.                                                       00010310
           EXIT.                                                        00010320
                                                                        00010330
       5950-WRITE-SEGMENT.                                              00010340
           ADD 1 TO WS-SEG-COUNT                                        00010350
           PERFORM 5900-WRITE-ENVELOPE THRU 5900-EXIT.                  00010360
       5950-EXIT.                                                       00010370
           EXIT.                                                        00010380
                                                                        00010390
      *> ***************************************************************00010400
      *> ONE COURSE: TITLE AND HOURS FROM THE CATALOG, THE LETTER ON    00010410
      *> THE TRANSCRIPT'S 90/80/70/60 SCALE, AND ITS CREDIT-WEIGHTED    00010420
      *> POINTS INTO THE TERM AND CUMULATIVE TOTALS.  AN F EARNS NO     00010430
      *> HOURS                                                          00010440
      *> ***************************************************************00010450
       6000-RATE-COURSE.                                                00010460
           MOVE SPACES TO WS-COURSE-TITLE                               00010470
           MOVE 1 TO WS-COURSE-HOURS                                    00010480
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1                       00010490
                    UNTIL WS-CRS-SUB > WS-CRS-COUNT                     00010500
             IF TBL-CRS-COURSE-CD (WS-CRS-SUB) =                        00010510
                TBL-GRD-COURSE-CD (WS-GRD-SUB)                          00010520
                MOVE TBL-CRS-TITLE (WS-CRS-SUB) TO WS-COURSE-TITLE      00010530
                MOVE TBL-CRS-HOURS (WS-CRS-SUB) TO WS-COURSE-HOURS      00010540
             END-IF                                                     00010550
           END-PERFORM                                                  00010560
           MOVE TBL-GRD-SCORE (WS-GRD-SUB) TO WS-SCALE-SCORE            00010570
           EVALUATE TRUE                                                00010580
             WHEN WS-SCALE-SCORE NOT < 90                               00010590
               MOVE 'A' TO WS-SCALE-GRADE                               00010600
               MOVE 4.0 TO WS-SCALE-GPA                                 00010610
             WHEN WS-SCALE-SCORE NOT < 80                               00010620
               MOVE 'B' TO WS-SCALE-GRADE                               00010630
               MOVE 3.0 TO WS-SCALE-GPA                                 00010640
             WHEN WS-SCALE-SCORE NOT < 70                               00010650
               MOVE 'C' TO WS-SCALE-GRADE                               00010660
               MOVE 2.0 TO WS-SCALE-GPA                                 00010670
             WHEN WS-SCALE-SCORE NOT < 60                               00010680
               MOVE 'D' TO WS-SCALE-GRADE                               00010690
               MOVE 1.0 TO WS-SCALE-GPA                                 00010700
             WHEN OTHER                                                 00010710
               MOVE 'F' TO WS-SCALE-GRADE                               00010720
               MOVE 0.0 TO WS-SCALE-GPA                                 00010730
           END-EVALUATE                                                 00010740
           IF WS-SCALE-GRADE = 'F'                                      00010750
              MOVE ZEROES TO WS-EARNED-HOURS                            00010760
           ELSE                                                         00010770
              MOVE WS-COURSE-HOURS TO WS-EARNED-HOURS                   00010780
           END-IF                                                       00010790
           ADD WS-COURSE-HOURS TO WS-TERM-CREDITS                       00010800
           ADD WS-COURSE-HOURS TO WS-CUM-CREDITS                        00010810
           COMPUTE WS-TERM-GPA-POINTS =                                 00010820
              WS-TERM-GPA-POINTS + (WS-SCALE-GPA * WS-COURSE-HOURS)     00010830
           COMPUTE WS-CUM-GPA-POINTS =                                  00010840
              WS-CUM-GPA-POINTS + (WS-SCALE-GPA * WS-COURSE-HOURS)      00010850
           ADD 1 TO WS-COURSES-SENT.                                    00010860
       6000-EXIT.                                                       00010870
           EXIT.                                                        00010880
                                                                        00010890
       6100-CUM-GPA.                                                    00010900
           MOVE ZEROES TO WS-CUM-GPA                                    00010910
           IF WS-CUM-CREDITS > 0                                        00010920
              COMPUTE WS-CUM-GPA ROUNDED =                              00010930
                 WS-CUM-GPA-POINTS / WS-CUM-CREDITS                     00010940
                 ON SIZE ERROR                                          00010950
                    MOVE ZEROES TO WS-CUM-GPA                           00010960
              END-COMPUTE                                               00010970
           END-IF.                                                      00010980
       6100-EXIT.                                                       00010990
           EXIT.                                                        00011000
                                                                        00011010
      *> A TERM IS FINAL ONLY WHEN GRDCLOSE HAS MARKED EVERY GRADE      00011020
       6200-TERM-FINAL.                                                 00011030
           SET WS-TERM-FINAL TO TRUE                                    00011040
           PERFORM VARYING WS-GRD-SUB2 FROM WS-GRD-SUB BY 1             00011050
                    UNTIL WS-GRD-SUB2 > WS-GRD-LAST                     00011060
                    OR TBL-GRD-TERM (WS-GRD-SUB2) NOT = WS-CURR-TERM    00011070
             IF NOT TBL-GRD-FINAL (WS-GRD-SUB2)                         00011080
                MOVE 'N' TO WS-TERM-FINAL-SW                            00011090
             END-IF                                                     00011100
           END-PERFORM.                                                 00011110
       6200-EXIT.                                                       00011120
           EXIT.                                                        00011130
                                                                        00011140
       6300-TERM-GPA.                                                   00011150
           MOVE ZEROES TO WS-TERM-GPA                                   00011160
           IF WS-TERM-CREDITS > 0                                       00011170
              COMPUTE WS-TERM-GPA ROUNDED =                             00011180
                 WS-TERM-GPA-POINTS / WS-TERM-CREDITS                   00011190
                 ON SIZE ERROR                                          00011200
                    MOVE ZEROES TO WS-TERM-GPA                          00011210
              END-COMPUTE                                               00011220
           END-IF.                                                      00011230
       6300-EXIT.                                                       00011240
           EXIT.                                                        00011250
                                                                        00011260
      *> ***************************************************************00011270
      *> WRITE ONE REFUSED REQUEST WITH ITS SHARED REASON TEXT AND LOG  00011280
      *> IT                                                             00011290
      *> ***************************************************************00011300
       8000-WRITE-REJECT.                                               00011310
           MOVE TRANSCRIPT-REQUEST-RECORD TO TRQREJ-ORIG-TRAN           00011320
           MOVE WS-REASON-CD TO TRQREJ-REASON-CD                        00011330
           MOVE WS-REASON-CD TO WS-RSN-WANTED                           00011340
           PERFORM 8480-RESOLVE-REASON-TEXT THRU 8480-EXIT              00011350
           IF WS-RSN-FOUND                                              00011360
              MOVE WS-RSN-FOUND-TEXT TO WS-REASON-TXT                   00011370
           END-IF                                                       00011380
           MOVE WS-REASON-TXT TO TRQREJ-REASON-TXT                      00011390
           WRITE REQ-REJ-REC                                            00011400
           IF FS-REQ-REJ-FILE NOT = "00"                                00011410
              DISPLAY "WRITE FAILED, REQ-REJ STATUS: " FS-REQ-REJ-FILE  00011420
           END-IF                                                       00011430
           ADD 1 TO WS-REFUSED                                          00011440
           MOVE "TRNSCPT REFU" TO ALOG-ACTION                           00011450
           MOVE SPACES TO ALOG-DETAIL                                   00011460
           STRING TRQ-REQUEST-ID ' ' TRQ-STUDENT-ID ' ' WS-REASON-CD    00011470
              ' ' WS-REASON-TXT                                         00011480
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00011490
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00011500
       8000-EXIT.                                                       00011510
           EXIT.                                                        00011520
                                                                        00011530
       9000-TERMINATE.                                                  00011540
           DISPLAY "===== TRNREQ RUN SUMMARY ====="                     00011550
           DISPLAY "REQUESTS READ      : " WS-REQUESTS-READ             00011560
           DISPLAY "SENT PRINTED       : " WS-SENT-PRINTED              00011570
           DISPLAY "SENT ELECTRONIC    : " WS-SENT-ELECTRONIC           00011580
           DISPLAY "REFUSED            : " WS-REFUSED                   00011590
           IF FS-REQUEST-FILE NOT = "35"                                00011600
              CLOSE REQUEST-FILE                                        00011610
           END-IF                                                       00011620
           CLOSE TRANSCRIPT-FILE                                        00011630
           CLOSE EXCHANGE-FILE                                          00011640
           CLOSE REQ-LOG-FILE                                           00011650
           CLOSE REQ-REJ-FILE                                           00011660
           CLOSE AUDIT-LOG-FILE.                                        00011670
       9000-EXIT.                                                       00011680
           EXIT.                                                        00011690
                                                                        00011700
       COPY AUDITOPN.                                                   00011710
       COPY AUDITWRT.                                                   00011720
       COPY AUDITCHP.                                                   00011730
                                                                        00011740
       COPY RSNLOAD.                                                    00011750
                                                                        00011760
       COPY ABENDPAR.                                                   00011770
                                                                        00011780
       COPY PROCDPAR.                                                   00011790
