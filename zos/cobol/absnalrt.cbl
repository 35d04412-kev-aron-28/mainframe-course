       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. ABSNALRT.                                            00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * DAILY CHRONIC-ABSENCE ALERTS.  READS THE DATE-STAMPED    *      00000090
      * ATTENDANCE REGISTER AGAINST THE SCHOOL DAYS - THE        *      00000100
      * CALDATE BUSINESS DAYS FROM THE TERM START ON THE PARM    *      00000110
      * CARD THROUGH THE PROCESSING DATE.  A SCHOOL DAY WITH NO  *      00000120
      * REGISTER ENTRY FOR AN ACTIVE STUDENT IS A MISSED DAY.    *      00000130
      * A STUDENT IS FLAGGED FOR:                                *      00000140
      *   'C' A RUN OF AT LEAST N CONSECUTIVE MISSED SCHOOL      *      00000150
      *       DAYS (DEFAULT 3);                                  *      00000160
      *   'R' MORE THAN THE THRESHOLD PERCENT (DEFAULT 10) OF    *      00000170
      *       THE SCHOOL DAYS MISSED OVER THE ROLLING WINDOW OF  *      00000180
      *       THE LAST W SCHOOL DAYS (DEFAULT 20), ONCE THE TERM *      00000190
      *       HAS A FULL WINDOW.                                 *      00000200
      * EACH NEW HIT GETS A PARENT NOTIFICATION LETTER IN THE    *      00000210
      * PRINT SHOP'S FULFILLMENT LAYOUT AND A LINE ON THE        *      00000220
      * COUNSELOR FOLLOW-UP LIST, AND IS LOGGED ON ABSNLOG.  A   *      00000230
      * RUN ALREADY NOTIFIED IS NOT NOTIFIED AGAIN: NO 'C' WHILE *      00000240
      * A 'C' NOTICE WAS SENT SINCE THE RUN BEGAN, NO 'R' WHILE  *      00000250
      * ANY NOTICE WAS SENT SINCE THE WINDOW BEGAN.              *      00000260
      * ********************************************************        00000270
       ENVIRONMENT DIVISION.                                            00000280
       INPUT-OUTPUT SECTION.                                            00000290
       FILE-CONTROL.                                                    00000300
           SELECT ABSN-PARM-FILE                                        00000310
           ASSIGN TO ABSNPARM                                           00000320
           ORGANIZATION IS SEQUENTIAL                                   00000330
           FILE STATUS IS FS-ABSN-PARM-FILE.                            00000340
           SELECT STUDENT-IN-FILE                                       00000350
           ASSIGN TO STUDIN                                             00000360
           ORGANIZATION IS SEQUENTIAL                                   00000370
           FILE STATUS IS FS-STUDENT-IN-FILE.                           00000380
           SELECT ATTENDANCE-FILE                                       00000390
           ASSIGN TO ATTNIN                                             00000400
           ORGANIZATION IS SEQUENTIAL                                   00000410
           FILE STATUS IS FS-ATTENDANCE-FILE.                           00000420
           SELECT NOTICE-LOG-FILE                                       00000430
           ASSIGN TO ABSNLOG                                            00000440
           ORGANIZATION IS SEQUENTIAL                                   00000450
           FILE STATUS IS FS-NOTICE-LOG-FILE.                           00000460
           SELECT LETTER-FILE                                           00000470
           ASSIGN TO ABSNLTR                                            00000480
           ORGANIZATION IS SEQUENTIAL                                   00000490
           FILE STATUS IS FS-LETTER-FILE.                               00000500
           SELECT FOLLOWUP-FILE                                         00000510
           ASSIGN TO ABSNFUP                                            00000520
           ORGANIZATION IS SEQUENTIAL                                   00000530
           FILE STATUS IS FS-FOLLOWUP-FILE.                             00000540
           SELECT PROC-DATE-FILE                                        00000550
           ASSIGN TO PROCDATE                                           00000560
           ORGANIZATION IS SEQUENTIAL                                   00000570
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000580
       DATA DIVISION.                                                   00000590
       FILE SECTION.                                                    00000600
      *> ***************************************************************00000610
      *> PARM CARD: CONSECUTIVE DAYS, WINDOW DAYS, RATE PERCENT AND THE 00000620
      *> TERM START.  A MISSING CARD OR A ZERO FIELD KEEPS THE DEFAULT  00000630
      *> ***************************************************************00000640
       FD ABSN-PARM-FILE.                                               00000650
       01 ABSN-PARM-REC.                                                00000660
           05 ABP-CONSEC-DAYS       PIC 9(02).                          00000670
           05 ABP-WINDOW-DAYS       PIC 9(02).                          00000680
           05 ABP-RATE-PCT          PIC 9(03).                          00000690
           05 ABP-TERM-START        PIC 9(08).                          00000700
           05 FILLER                PIC X(65).                          00000710
                                                                        00000720
       FD STUDENT-IN-FILE.                                              00000730
       COPY STUDREC.                                                    00000740
                                                                        00000750
       FD ATTENDANCE-FILE.                                              00000760
       COPY ATTNREC.                                                    00000770
                                                                        00000780
       FD NOTICE-LOG-FILE.                                              00000790
       COPY ABSNLOG.                                                    00000800
                                                                        00000810
      *> ***************************************************************00000820
      *> SAME FULFILLMENT LAYOUT AS CONDI'S LETTER-FILE, SO THE PRINT   00000830
      *> SHOP TAKES THESE LETTERS THROUGH THE EXISTING CHANNEL,         00000840
      *> ADDRESSED TO THE STUDENT'S PARENT OR GUARDIAN                  00000850
      *> ***************************************************************00000860
       FD LETTER-FILE.                                                  00000870
       01 LETTER-RECORD.                                                00000880
           05 LTR-DATE              PIC 9(08).                          00000890
           05 LTR-APPL-ID           PIC 9(09).                          00000900
           05 LTR-APPL-NAME         PIC X(20).                          00000910
           05 LTR-PRODUCT-CD        PIC X(04).                          00000920
           05 LTR-DECISION          PIC X(10).                          00000930
           05 LTR-REASON            PIC X(40).                          00000940
      * RANKED ADVERSE-ACTION CODES ON CONDI DECLINES; ALWAYS           00000950
      * SPACES ON AN ABSENCE LETTER                                     00000960
           05 LTR-REASON-CODES      PIC X(16).                          00000970
           05 FILLER                PIC X(09).                          00000980
                                                                        00000990
       FD FOLLOWUP-FILE.                                                00001000
       01 FOLLOWUP-LINE             PIC X(133).                         00001010
                                                                        00001020
       FD PROC-DATE-FILE.                                               00001030
       COPY PROCDREC.                                                   00001040
                                                                        00001050
       WORKING-STORAGE SECTION.                                         00001060
       01 FS-ABSN-PARM-FILE PIC XX.                                     00001070
       01 FS-STUDENT-IN-FILE PIC XX.                                    00001080
       01 FS-ATTENDANCE-FILE PIC XX.                                    00001090
       01 FS-NOTICE-LOG-FILE PIC XX.                                    00001100
       01 FS-LETTER-FILE PIC XX.                                        00001110
       01 FS-FOLLOWUP-FILE PIC XX.                                      00001120
                                                                        00001130
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001140
           88 WS-EOF VALUE 'Y'.                                         00001150
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00001160
           88 WS-FOUND VALUE 'Y'.                                       00001170
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001180
                                                                        00001190
       01 WS-CONSEC-DAYS PIC 9(02) VALUE 03.                            00001200
       01 WS-WINDOW-DAYS PIC 9(02) VALUE 20.                            00001210
       01 WS-RATE-PCT PIC 9(03) VALUE 010.                              00001220
       01 WS-TERM-START PIC 9(08) VALUE ZEROES.                         00001230
                                                                        00001240
       01 WS-CAL-FUNCTION PIC X(01) VALUE SPACE.                        00001250
       01 WS-CAL-DATE PIC 9(08) VALUE ZEROES.                           00001260
       01 WS-CAL-RESULT PIC X(01) VALUE SPACE.                          00001270
                                                                        00001280
       01 WS-ATTN-READ PIC 9(07) VALUE ZEROES.                          00001290
       01 WS-ATTN-USED PIC 9(07) VALUE ZEROES.                          00001300
       01 WS-LETTERS-WRITTEN PIC 9(05) VALUE ZEROES.                    00001310
       01 WS-CONSEC-HITS PIC 9(05) VALUE ZEROES.                        00001320
       01 WS-RATE-HITS PIC 9(05) VALUE ZEROES.                          00001330
       01 WS-ALREADY-NOTIFIED PIC 9(05) VALUE ZEROES.                   00001340
                                                                        00001350
      *> ***************************************************************00001360
      *> THE SCHOOL DAYS LOOKED AT, MOST RECENT FIRST: THE ROLLING      00001370
      *> WINDOW IS THE FIRST W OF THEM, AND A CONSECUTIVE RUN IS        00001380
      *> TRACED BACK THROUGH ALL OF THEM                                00001390
      *> ***************************************************************00001400
       01 WS-DAY-TABLE.                                                 00001410
           05 TBL-SCHOOL-DAY PIC 9(08) OCCURS 60 TIMES.                 00001420
       01 WS-DAY-COUNT PIC 9(02) VALUE ZEROES.                          00001430
       01 WS-DAY-MAX PIC 9(02) VALUE 60.                                00001440
       01 WS-DAY-SUB PIC 9(02) VALUE ZEROES.                            00001450
       01 WS-DAY-HIT PIC 9(02) VALUE ZEROES.                            00001460
       01 WS-WINDOW-COUNT PIC 9(02) VALUE ZEROES.                       00001470
                                                                        00001480
      *> ***************************************************************00001490
      *> ACTIVE STUDENTS, EACH WITH A PRESENT FLAG PER SCHOOL DAY       00001500
      *> ***************************************************************00001510
       01 WS-STUD-TABLE.                                                00001520
           05 WS-STUD-ENTRY OCCURS 200 TIMES.                           00001530
               10 TBL-STUD-ID           PIC 9(05).                      00001540
               10 TBL-STUD-NAME         PIC X(15).                      00001550
               10 TBL-STUD-PRESENT      PIC X(01) OCCURS 60 TIMES.      00001560
                   88 TBL-STUD-WAS-PRESENT VALUE 'Y'.                   00001570
       01 WS-STUD-COUNT PIC 9(03) VALUE ZEROES.                         00001580
       01 WS-STUD-MAX PIC 9(03) VALUE 200.                              00001590
       01 WS-STUD-SUB PIC 9(03) VALUE ZEROES.                           00001600
       01 WS-STUD-HIT PIC 9(03) VALUE ZEROES.                           00001610
                                                                        00001620
      *> ***************************************************************00001630
      *> NOTICES ALREADY SENT WITHIN THE SCHOOL DAYS LOOKED AT          00001640
      *> ***************************************************************00001650
       01 WS-LOG-TABLE.                                                 00001660
           05 WS-LOG-ENTRY OCCURS 2000 TIMES.                           00001670
               10 TBL-LOG-STUDENT-ID    PIC 9(05).                      00001680
               10 TBL-LOG-ALERT-TYPE    PIC X(01).                      00001690
               10 TBL-LOG-NOTICE-DATE   PIC 9(08).                      00001700
       01 WS-LOG-COUNT PIC 9(04) VALUE ZEROES.                          00001710
       01 WS-LOG-MAX PIC 9(04) VALUE 2000.                              00001720
       01 WS-LOG-SUB PIC 9(04) VALUE ZEROES.                            00001730
                                                                        00001740
      *> ONE STUDENT'S ABSENCE PICTURE                                  00001750
       01 WS-RUN-LENGTH PIC 9(02) VALUE ZEROES.                         00001760
       01 WS-CONSEC-LENGTH PIC 9(02) VALUE ZEROES.                      00001770
       01 WS-CONSEC-START PIC 9(08) VALUE ZEROES.                       00001780
       01 WS-WINDOW-MISSED PIC 9(02) VALUE ZEROES.                      00001790
       01 WS-WINDOW-PCT PIC 9(03) VALUE ZEROES.                         00001800
       01 WS-LAST-PRESENT PIC 9(08) VALUE ZEROES.                       00001810
       01 WS-CONSEC-HIT-SW PIC X(01) VALUE 'N'.                         00001820
           88 WS-CONSEC-HIT VALUE 'Y'.                                  00001830
       01 WS-RATE-HIT-SW PIC X(01) VALUE 'N'.                           00001840
           88 WS-RATE-HIT VALUE 'Y'.                                    00001850
       01 WS-CHECK-TYPE PIC X(01) VALUE SPACE.                          00001860
       01 WS-CHECK-SINCE PIC 9(08) VALUE ZEROES.                        00001870
       01 WS-ED-DAYS PIC Z9.                                            00001880
       01 WS-ED-WINDOW PIC Z9.                                          00001890
       01 WS-ED-PCT PIC ZZ9.                                            00001900
                                                                        00001910
      *> ***************************************************************00001920
      *> COUNSELOR FOLLOW-UP LIST LINES                                 00001930
      *> ***************************************************************00001940
       01 WS-FUP-HDR-1.                                                 00001950
           05 FILLER PIC X(01) VALUE '1'.                               00001960
           05 FILLER PIC X(44)                                          00001970
              VALUE 'ABSNALRT - COUNSELOR ABSENCE FOLLOW-UP LIST'.      00001980
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00001990
           05 FUH-RUN-DATE PIC 9(08).                                   00002000
                                                                        00002010
       01 WS-FUP-HDR-2.                                                 00002020
           05 FILLER PIC X(01) VALUE '0'.                               00002030
           05 FILLER PIC X(08) VALUE 'STUDENT'.                         00002040
           05 FILLER PIC X(17) VALUE 'NAME'.                            00002050
           05 FILLER PIC X(06) VALUE 'ALERT'.                           00002060
           05 FILLER PIC X(11) VALUE 'IN A ROW'.                        00002070
           05 FILLER PIC X(11) VALUE 'RUN FROM'.                        00002080
           05 FILLER PIC X(14) VALUE 'WINDOW MISSED'.                   00002090
           05 FILLER PIC X(12) VALUE 'LAST PRESENT'.                    00002100
           05 FILLER PIC X(30) VALUE 'FOLLOW-UP BY / DATE'.             00002110
                                                                        00002120
       01 WS-FUP-DTL-LINE.                                              00002130
           05 FILLER PIC X(01) VALUE '0'.                               00002140
           05 FUD-STUDENT-ID PIC 9(05).                                 00002150
           05 FILLER PIC X(03) VALUE SPACES.                            00002160
           05 FUD-STUDENT-NAME PIC X(15).                               00002170
           05 FILLER PIC X(02) VALUE SPACES.                            00002180
           05 FUD-ALERT PIC X(02).                                      00002190
           05 FILLER PIC X(04) VALUE SPACES.                            00002200
           05 FUD-CONSEC PIC Z9.                                        00002210
           05 FILLER PIC X(09) VALUE SPACES.                            00002220
           05 FUD-RUN-START PIC X(08).                                  00002230
           05 FILLER PIC X(03) VALUE SPACES.                            00002240
           05 FUD-MISSED PIC Z9.                                        00002250
           05 FILLER PIC X(04) VALUE ' OF '.                            00002260
           05 FUD-WINDOW PIC Z9.                                        00002270
           05 FILLER PIC X(01) VALUE SPACE.                             00002280
           05 FUD-PCT PIC ZZ9.                                          00002290
           05 FILLER PIC X(03) VALUE '%  '.                             00002300
           05 FUD-LAST-PRESENT PIC X(08).                               00002310
           05 FILLER PIC X(04) VALUE SPACES.                            00002320
           05 FILLER PIC X(30)                                          00002330
              VALUE '__________________  ________'.                     00002340
                                                                        00002350
       01 WS-FUP-TOTAL-LINE.                                            00002360
           05 FILLER PIC X(01) VALUE '0'.                               00002370
           05 FILLER PIC X(22) VALUE 'STUDENTS TO FOLLOW UP'.           00002380
           05 FUT-COUNT PIC ZZZZ9.                                      00002390
       COPY ABENDCPY.                                                   00002400
       COPY PROCDCPY.                                                   00002410
                                                                        00002420
       PROCEDURE DIVISION.                                              00002430
       0000-MAIN.                                                       00002440
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00002450
           PERFORM 2000-CHECK-STUDENT THRU 2000-EXIT                    00002460
              VARYING WS-STUD-HIT FROM 1 BY 1                           00002470
              UNTIL WS-STUD-HIT > WS-STUD-COUNT                         00002480
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00002490
           GOBACK.                                                      00002500
                                                                        00002510
       1000-INITIALIZE.                                                 00002520
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00002530
           IF WS-PROCESS-DATE > 0                                       00002540
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00002550
           ELSE                                                         00002560
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00002570
           END-IF                                                       00002580
           PERFORM 1100-READ-PARMS THRU 1100-EXIT                       00002590
           PERFORM 1200-BUILD-SCHOOL-DAYS THRU 1200-EXIT                00002600
           DISPLAY "RUN DATE: " WS-RUN-DATE                             00002610
              "  SCHOOL DAYS: " WS-DAY-COUNT                            00002620
              "  WINDOW: " WS-WINDOW-COUNT                              00002630
           PERFORM 1300-LOAD-STUDENTS THRU 1300-EXIT                    00002640
           PERFORM 1400-LOAD-ATTENDANCE THRU 1400-EXIT                  00002650
           PERFORM 1500-LOAD-NOTICE-LOG THRU 1500-EXIT                  00002660
                                                                        00002670
           OPEN EXTEND NOTICE-LOG-FILE                                  00002680
           IF FS-NOTICE-LOG-FILE = "35"                                 00002690
              OPEN OUTPUT NOTICE-LOG-FILE                               00002700
           END-IF                                                       00002710
           IF FS-NOTICE-LOG-FILE NOT = "00"                             00002720
              MOVE "OPEN FAILED ON NOTICE-LOG-FILE" TO WS-ABEND-MESSAGE 00002730
              GO TO 9999-ABEND                                          00002740
           END-IF                                                       00002750
           OPEN OUTPUT LETTER-FILE                                      00002760
           IF FS-LETTER-FILE NOT = "00"                                 00002770
              MOVE "OPEN FAILED ON LETTER-FILE" TO WS-ABEND-MESSAGE     00002780
              GO TO 9999-ABEND                                          00002790
           END-IF                                                       00002800
           OPEN OUTPUT FOLLOWUP-FILE                                    00002810
           IF FS-FOLLOWUP-FILE NOT = "00"                               00002820
              MOVE "OPEN FAILED ON FOLLOWUP-FILE" TO WS-ABEND-MESSAGE   00002830
              GO TO 9999-ABEND                                          00002840
           END-IF                                                       00002850
           MOVE WS-RUN-DATE TO FUH-RUN-DATE                             00002860
           WRITE FOLLOWUP-LINE FROM WS-FUP-HDR-1                        00002870
           WRITE FOLLOWUP-LINE FROM WS-FUP-HDR-2.                       00002880
       1000-EXIT.                                                       00002890
           EXIT.                                                        00002900
                                                                        00002910
       1100-READ-PARMS.                                                 00002920
           OPEN INPUT ABSN-PARM-FILE                                    00002930
           EVALUATE FS-ABSN-PARM-FILE                                   00002940
             WHEN "00"                                                  00002950
               READ ABSN-PARM-FILE                                      00002960
               IF FS-ABSN-PARM-FILE = "00"                              00002970
                  IF ABP-CONSEC-DAYS NUMERIC AND ABP-CONSEC-DAYS > 0    00002980
                     MOVE ABP-CONSEC-DAYS TO WS-CONSEC-DAYS             00002990
                  END-IF                                                00003000
                  IF ABP-WINDOW-DAYS NUMERIC AND ABP-WINDOW-DAYS > 0    00003010
                     MOVE ABP-WINDOW-DAYS TO WS-WINDOW-DAYS             00003020
                  END-IF                                                00003030
                  IF ABP-RATE-PCT NUMERIC AND ABP-RATE-PCT > 0          00003040
                     MOVE ABP-RATE-PCT TO WS-RATE-PCT                   00003050
                  END-IF                                                00003060
                  IF ABP-TERM-START NUMERIC                             00003070
                     MOVE ABP-TERM-START TO WS-TERM-START               00003080
                  END-IF                                                00003090
               END-IF                                                   00003100
               CLOSE ABSN-PARM-FILE                                     00003110
             WHEN "35"                                                  00003120
               DISPLAY "NO PARAMETER CARD FOUND, USING DEFAULTS"        00003130
             WHEN OTHER                                                 00003140
               DISPLAY "OPEN FAILED, ABSN-PARM-FILE STATUS: "           00003150
                 FS-ABSN-PARM-FILE                                      00003160
           END-EVALUATE                                                 00003170
           IF WS-WINDOW-DAYS > WS-DAY-MAX                               00003180
              MOVE WS-DAY-MAX TO WS-WINDOW-DAYS                         00003190
           END-IF                                                       00003200
           DISPLAY "CONSECUTIVE DAYS: " WS-CONSEC-DAYS                  00003210
              "  WINDOW DAYS: " WS-WINDOW-DAYS                          00003220
              "  RATE PERCENT: " WS-RATE-PCT                            00003230
              "  TERM START: " WS-TERM-START.                           00003240
       1100-EXIT.                                                       00003250
           EXIT.                                                        00003260
                                                                        00003270
      *> ***************************************************************00003280
      *> WALK BACK FROM THE PROCESSING DATE ONE BUSINESS DAY AT A TIME  00003290
      *> (CALDATE), NO FURTHER THAN THE TERM START                      00003300
      *> ***************************************************************00003310
       1200-BUILD-SCHOOL-DAYS.                                          00003320
           MOVE 'B' TO WS-CAL-FUNCTION                                  00003330
           MOVE WS-RUN-DATE TO WS-CAL-DATE                              00003340
           CALL "CALDATE" USING WS-CAL-FUNCTION WS-CAL-DATE             00003350
              WS-CAL-RESULT                                             00003360
           EVALUATE WS-CAL-RESULT                                       00003370
             WHEN 'Y'                                                   00003380
               CONTINUE                                                 00003390
             WHEN 'N'                                                   00003400
               MOVE 'P' TO WS-CAL-FUNCTION                              00003410
               CALL "CALDATE" USING WS-CAL-FUNCTION WS-CAL-DATE         00003420
                  WS-CAL-RESULT                                         00003430
             WHEN OTHER                                                 00003440
               MOVE "CALDATE REJECTED THE RUN DATE" TO WS-ABEND-MESSAGE 00003450
               GO TO 9999-ABEND                                         00003460
           END-EVALUATE                                                 00003470
           MOVE 'P' TO WS-CAL-FUNCTION                                  00003480
           PERFORM UNTIL WS-DAY-COUNT NOT < WS-DAY-MAX                  00003490
              OR WS-CAL-DATE < WS-TERM-START                            00003500
              OR WS-CAL-RESULT = 'E'                                    00003510
             ADD 1 TO WS-DAY-COUNT                                      00003520
             MOVE WS-CAL-DATE TO TBL-SCHOOL-DAY (WS-DAY-COUNT)          00003530
             CALL "CALDATE" USING WS-CAL-FUNCTION WS-CAL-DATE           00003540
                WS-CAL-RESULT                                           00003550
           END-PERFORM                                                  00003560
           IF WS-DAY-COUNT = ZEROES                                     00003570
              MOVE "NO SCHOOL DAYS SINCE THE TERM START" TO             00003580
                 WS-ABEND-MESSAGE                                       00003590
              GO TO 9999-ABEND                                          00003600
           END-IF                                                       00003610
           IF WS-DAY-COUNT < WS-WINDOW-DAYS                             00003620
              MOVE WS-DAY-COUNT TO WS-WINDOW-COUNT                      00003630
           ELSE                                                         00003640
              MOVE WS-WINDOW-DAYS TO WS-WINDOW-COUNT                    00003650
           END-IF.                                                      00003660
       1200-EXIT.                                                       00003670
           EXIT.                                                        00003680
                                                                        00003690
       1300-LOAD-STUDENTS.                                              00003700
           OPEN INPUT STUDENT-IN-FILE                                   00003710
           IF FS-STUDENT-IN-FILE NOT = "00"                             00003720
              MOVE "OPEN FAILED ON STUDENT-IN-FILE" TO WS-ABEND-MESSAGE 00003730
              GO TO 9999-ABEND                                          00003740
           END-IF                                                       00003750
           MOVE 'N' TO WS-EOF-SW                                        00003760
           PERFORM UNTIL WS-EOF                                         00003770
             READ STUDENT-IN-FILE                                       00003780
               AT END                                                   00003790
                 SET WS-EOF TO TRUE                                     00003800
               NOT AT END                                               00003810
                 IF STUD-ACTIVE                                         00003820
                    IF WS-STUD-COUNT < WS-STUD-MAX                      00003830
                       ADD 1 TO WS-STUD-COUNT                           00003840
                       MOVE STUD-ID TO TBL-STUD-ID (WS-STUD-COUNT)      00003850
                       MOVE STUD-NAME TO TBL-STUD-NAME (WS-STUD-COUNT)  00003860
                       PERFORM VARYING WS-DAY-SUB FROM 1 BY 1           00003870
                                UNTIL WS-DAY-SUB > WS-DAY-MAX           00003880
                         MOVE 'N' TO                                    00003890
                            TBL-STUD-PRESENT (WS-STUD-COUNT, WS-DAY-SUB)00003900
                       END-PERFORM                                      00003910
                    ELSE                                                00003920
                       DISPLAY "STUDENT TABLE FULL, NOT CHECKED: "      00003930
                         STUD-ID                                        00003940
                    END-IF                                              00003950
                 END-IF                                                 00003960
             END-READ                                                   00003970
           END-PERFORM                                                  00003980
           CLOSE STUDENT-IN-FILE.                                       00003990
       1300-EXIT.                                                       00004000
           EXIT.                                                        00004010
                                                                        00004020
      *> ***************************************************************00004030
      *> EACH REGISTER ENTRY ON A SCHOOL DAY LOOKED AT MARKS THE        00004040
      *> STUDENT PRESENT THAT DAY                                       00004050
      *> ***************************************************************00004060
       1400-LOAD-ATTENDANCE.                                            00004070
           OPEN INPUT ATTENDANCE-FILE                                   00004080
           IF FS-ATTENDANCE-FILE NOT = "00"                             00004090
              MOVE "OPEN FAILED ON ATTENDANCE-FILE" TO WS-ABEND-MESSAGE 00004100
              GO TO 9999-ABEND                                          00004110
           END-IF                                                       00004120
           MOVE 'N' TO WS-EOF-SW                                        00004130
           PERFORM UNTIL WS-EOF                                         00004140
             READ ATTENDANCE-FILE                                       00004150
               AT END                                                   00004160
                 SET WS-EOF TO TRUE                                     00004170
               NOT AT END                                               00004180
                 ADD 1 TO WS-ATTN-READ                                  00004190
                 IF ATTN-STUDENT-ID NUMERIC                             00004200
                    AND ATTN-TRAN-DATE NUMERIC                          00004210
                    AND ATTN-TRAN-DATE NOT >                            00004220
                        TBL-SCHOOL-DAY (1)                              00004230
                    AND ATTN-TRAN-DATE NOT <                            00004240
                        TBL-SCHOOL-DAY (WS-DAY-COUNT)                   00004250
                    PERFORM 1450-MARK-PRESENT THRU 1450-EXIT            00004260
                 END-IF                                                 00004270
             END-READ                                                   00004280
           END-PERFORM                                                  00004290
           CLOSE ATTENDANCE-FILE.                                       00004300
       1400-EXIT.                                                       00004310
           EXIT.                                                        00004320
                                                                        00004330
       1450-MARK-PRESENT.                                               00004340
           MOVE 'N' TO WS-FOUND-SW                                      00004350
           PERFORM VARYING WS-STUD-SUB FROM 1 BY 1                      00004360
                    UNTIL WS-STUD-SUB > WS-STUD-COUNT                   00004370
                    OR WS-FOUND                                         00004380
             IF TBL-STUD-ID (WS-STUD-SUB) = ATTN-STUDENT-ID             00004390
                SET WS-FOUND TO TRUE                                    00004400
                MOVE WS-STUD-SUB TO WS-STUD-HIT                         00004410
             END-IF                                                     00004420
           END-PERFORM                                                  00004430
           IF NOT WS-FOUND                                              00004440
              GO TO 1450-EXIT                                           00004450
           END-IF                                                       00004460
           MOVE 'N' TO WS-FOUND-SW                                      00004470
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1                       00004480
                    UNTIL WS-DAY-SUB > WS-DAY-COUNT                     00004490
                    OR WS-FOUND                                         00004500
             IF TBL-SCHOOL-DAY (WS-DAY-SUB) = ATTN-TRAN-DATE            00004510
                SET WS-FOUND TO TRUE                                    00004520
                MOVE 'Y' TO                                             00004530
                   TBL-STUD-PRESENT (WS-STUD-HIT, WS-DAY-SUB)           00004540
                ADD 1 TO WS-ATTN-USED                                   00004550
             END-IF                                                     00004560
           END-PERFORM.                                                 00004570
       1450-EXIT.                                                       00004580
           EXIT.                                                        00004590
                                                                        00004600
      *> ***************************************************************00004610
      *> ONLY NOTICES SENT WITHIN THE SCHOOL DAYS LOOKED AT CAN STOP A  00004620
      *> NEW ONE, SO OLDER LOG ENTRIES ARE NOT KEPT                     00004630
      *> ***************************************************************00004640
       1500-LOAD-NOTICE-LOG.                                            00004650
           OPEN INPUT NOTICE-LOG-FILE                                   00004660
           EVALUATE FS-NOTICE-LOG-FILE                                  00004670
             WHEN "00"                                                  00004680
               CONTINUE                                                 00004690
             WHEN "35"                                                  00004700
               DISPLAY "NO NOTICE LOG, NO STUDENT NOTIFIED YET"         00004710
               GO TO 1500-EXIT                                          00004720
             WHEN OTHER                                                 00004730
               MOVE "OPEN FAILED ON NOTICE-LOG-FILE" TO                 00004740
                  WS-ABEND-MESSAGE                                      00004750
               GO TO 9999-ABEND                                         00004760
           END-EVALUATE                                                 00004770
           MOVE 'N' TO WS-EOF-SW                                        00004780
           PERFORM UNTIL WS-EOF                                         00004790
             READ NOTICE-LOG-FILE                                       00004800
               AT END                                                   00004810
                 SET WS-EOF TO TRUE                                     00004820
               NOT AT END                                               00004830
                 IF ABL-NOTICE-DATE NOT <                               00004840
                    TBL-SCHOOL-DAY (WS-DAY-COUNT)                       00004850
                    IF WS-LOG-COUNT NOT < WS-LOG-MAX                    00004860
                       MOVE "NOTICE LOG TABLE FULL ON LOAD" TO          00004870
                          WS-ABEND-MESSAGE                              00004880
                       GO TO 9999-ABEND                                 00004890
                    END-IF                                              00004900
                    ADD 1 TO WS-LOG-COUNT                               00004910
                    MOVE ABL-STUDENT-ID TO                              00004920
                       TBL-LOG-STUDENT-ID (WS-LOG-COUNT)                00004930
                    MOVE ABL-ALERT-TYPE TO                              00004940
                       TBL-LOG-ALERT-TYPE (WS-LOG-COUNT)                00004950
                    MOVE ABL-NOTICE-DATE TO                             00004960
                       TBL-LOG-NOTICE-DATE (WS-LOG-COUNT)               00004970
                 END-IF                                                 00004980
             END-READ                                                   00004990
           END-PERFORM                                                  00005000
           CLOSE NOTICE-LOG-FILE.                                       00005010
       1500-EXIT.                                                       00005020
           EXIT.                                                        00005030
                                                                        00005040
      *> ***************************************************************00005050
      *> ONE STUDENT: THE LATEST RUN OF N OR MORE MISSED DAYS, AND THE  00005060
      *> MISSED-DAY RATE OVER THE WINDOW                                00005070
      *> ***************************************************************00005080
       2000-CHECK-STUDENT.                                              00005090
           MOVE 'N' TO WS-CONSEC-HIT-SW                                 00005100
           MOVE 'N' TO WS-RATE-HIT-SW                                   00005110
           MOVE ZEROES TO WS-RUN-LENGTH                                 00005120
           MOVE ZEROES TO WS-CONSEC-LENGTH                              00005130
           MOVE ZEROES TO WS-CONSEC-START                               00005140
           MOVE ZEROES TO WS-WINDOW-MISSED                              00005150
           MOVE ZEROES TO WS-LAST-PRESENT                               00005160
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1                       00005170
                    UNTIL WS-DAY-SUB > WS-DAY-COUNT                     00005180
             IF TBL-STUD-WAS-PRESENT (WS-STUD-HIT, WS-DAY-SUB)          00005190
                PERFORM 2100-CLOSE-RUN THRU 2100-EXIT                   00005200
                IF WS-LAST-PRESENT = ZEROES                             00005210
                   MOVE TBL-SCHOOL-DAY (WS-DAY-SUB) TO WS-LAST-PRESENT  00005220
                END-IF                                                  00005230
             ELSE                                                       00005240
                ADD 1 TO WS-RUN-LENGTH                                  00005250
                IF WS-DAY-SUB NOT > WS-WINDOW-COUNT                     00005260
                   ADD 1 TO WS-WINDOW-MISSED                            00005270
                END-IF                                                  00005280
             END-IF                                                     00005290
           END-PERFORM                                                  00005300
           PERFORM 2100-CLOSE-RUN THRU 2100-EXIT                        00005310
                                                                        00005320
           IF WS-CONSEC-HIT                                             00005330
              MOVE 'C' TO WS-CHECK-TYPE                                 00005340
              MOVE WS-CONSEC-START TO WS-CHECK-SINCE                    00005350
              PERFORM 2200-CHECK-NOTIFIED THRU 2200-EXIT                00005360
              IF WS-FOUND                                               00005370
                 MOVE 'N' TO WS-CONSEC-HIT-SW                           00005380
                 ADD 1 TO WS-ALREADY-NOTIFIED                           00005390
              END-IF                                                    00005400
           END-IF                                                       00005410
                                                                        00005420
           COMPUTE WS-WINDOW-PCT =                                      00005430
              WS-WINDOW-MISSED * 100 / WS-WINDOW-COUNT                  00005440
           IF WS-WINDOW-COUNT NOT < WS-WINDOW-DAYS                      00005450
              AND WS-WINDOW-PCT > WS-RATE-PCT                           00005460
              SET WS-RATE-HIT TO TRUE                                   00005470
              MOVE SPACE TO WS-CHECK-TYPE                               00005480
              MOVE TBL-SCHOOL-DAY (WS-WINDOW-COUNT) TO WS-CHECK-SINCE   00005490
              PERFORM 2200-CHECK-NOTIFIED THRU 2200-EXIT                00005500
              IF WS-FOUND                                               00005510
                 MOVE 'N' TO WS-RATE-HIT-SW                             00005520
                 IF NOT WS-CONSEC-HIT                                   00005530
                    ADD 1 TO WS-ALREADY-NOTIFIED                        00005540
                 END-IF                                                 00005550
              END-IF                                                    00005560
           END-IF                                                       00005570
                                                                        00005580
           IF WS-CONSEC-HIT OR WS-RATE-HIT                              00005590
              PERFORM 3000-NOTIFY THRU 3000-EXIT                        00005600
           END-IF.                                                      00005610
       2000-EXIT.                                                       00005620
           EXIT.                                                        00005630
                                                                        00005640
      *> A RUN OF MISSED DAYS ENDS AT A PRESENT DAY OR AT THE OLDEST    00005650
      *> DAY LOOKED AT; THE MOST RECENT LONG-ENOUGH RUN IS THE ONE KEPT 00005660
       2100-CLOSE-RUN.                                                  00005670
           IF WS-RUN-LENGTH NOT < WS-CONSEC-DAYS                        00005680
              AND NOT WS-CONSEC-HIT                                     00005690
              SET WS-CONSEC-HIT TO TRUE                                 00005700
              MOVE WS-RUN-LENGTH TO WS-CONSEC-LENGTH                    00005710
              COMPUTE WS-DAY-HIT = WS-DAY-SUB - 1                       00005720
              MOVE TBL-SCHOOL-DAY (WS-DAY-HIT) TO WS-CONSEC-START       00005730
           END-IF                                                       00005740
           MOVE ZEROES TO WS-RUN-LENGTH.                                00005750
       2100-EXIT.                                                       00005760
           EXIT.                                                        00005770
                                                                        00005780
      *> A NOTICE OF THE TYPE ASKED FOR (SPACE MEANS EITHER TYPE) SENT  00005790
      *> TO THE STUDENT ON OR AFTER THE GIVEN DATE                      00005800
       2200-CHECK-NOTIFIED.                                             00005810
           MOVE 'N' TO WS-FOUND-SW                                      00005820
           PERFORM VARYING WS-LOG-SUB FROM 1 BY 1                       00005830
                    UNTIL WS-LOG-SUB > WS-LOG-COUNT                     00005840
                    OR WS-FOUND                                         00005850
             IF TBL-LOG-STUDENT-ID (WS-LOG-SUB) =                       00005860
                TBL-STUD-ID (WS-STUD-HIT)                               00005870
                AND TBL-LOG-NOTICE-DATE (WS-LOG-SUB) NOT <              00005880
                    WS-CHECK-SINCE                                      00005890
                AND (WS-CHECK-TYPE = SPACE                              00005900
                     OR TBL-LOG-ALERT-TYPE (WS-LOG-SUB) =               00005910
                        WS-CHECK-TYPE)                                  00005920
                SET WS-FOUND TO TRUE                                    00005930
             END-IF                                                     00005940
           END-PERFORM.                                                 00005950
       2200-EXIT.                                                       00005960
           EXIT.                                                        00005970
                                                                        00005980
      *> ***************************************************************00005990
      *> ONE LETTER, ONE FOLLOW-UP LINE AND A LOG RECORD PER NEW HIT    00006000
      *> ***************************************************************00006010
       3000-NOTIFY.                                                     00006020
           MOVE SPACES TO LETTER-RECORD                                 00006030
           MOVE WS-RUN-DATE TO LTR-DATE                                 00006040
           MOVE TBL-STUD-ID (WS-STUD-HIT) TO LTR-APPL-ID                00006050
           MOVE TBL-STUD-NAME (WS-STUD-HIT) TO LTR-APPL-NAME            00006060
           MOVE 'ATTN' TO LTR-PRODUCT-CD                                00006070
           MOVE 'ABSENCE   ' TO LTR-DECISION                            00006080
           IF WS-CONSEC-HIT                                             00006090
              MOVE WS-CONSEC-LENGTH TO WS-ED-DAYS                       00006100
              STRING WS-ED-DAYS ' SCHOOL DAYS MISSED IN A ROW FROM '    00006110
                     WS-CONSEC-START                                    00006120
                 DELIMITED BY SIZE INTO LTR-REASON                      00006130
           ELSE                                                         00006140
              MOVE WS-WINDOW-MISSED TO WS-ED-DAYS                       00006150
              MOVE WS-WINDOW-COUNT TO WS-ED-WINDOW                      00006160
              STRING WS-ED-DAYS ' OF THE LAST ' WS-ED-WINDOW            00006170
                     ' SCHOOL DAYS MISSED'                              00006180
                 DELIMITED BY SIZE INTO LTR-REASON                      00006190
           END-IF                                                       00006200
           WRITE LETTER-RECORD                                          00006210
           ADD 1 TO WS-LETTERS-WRITTEN                                  00006220
                                                                        00006230
           MOVE TBL-STUD-ID (WS-STUD-HIT) TO FUD-STUDENT-ID             00006240
           MOVE TBL-STUD-NAME (WS-STUD-HIT) TO FUD-STUDENT-NAME         00006250
           MOVE SPACES TO FUD-ALERT                                     00006260
           MOVE WS-CONSEC-LENGTH TO FUD-CONSEC                          00006270
           MOVE SPACES TO FUD-RUN-START                                 00006280
           IF WS-CONSEC-HIT                                             00006290
              MOVE 'C' TO FUD-ALERT (1:1)                               00006300
              MOVE WS-CONSEC-START TO FUD-RUN-START                     00006310
           END-IF                                                       00006320
           IF WS-RATE-HIT                                               00006330
              IF WS-CONSEC-HIT                                          00006340
                 MOVE 'R' TO FUD-ALERT (2:1)                            00006350
              ELSE                                                      00006360
                 MOVE 'R' TO FUD-ALERT (1:1)                            00006370
              END-IF                                                    00006380
           END-IF                                                       00006390
           MOVE WS-WINDOW-MISSED TO FUD-MISSED                          00006400
           MOVE WS-WINDOW-COUNT TO FUD-WINDOW                           00006410
           MOVE WS-WINDOW-PCT TO FUD-PCT                                00006420
           IF WS-LAST-PRESENT = ZEROES                                  00006430
              MOVE 'NONE' TO FUD-LAST-PRESENT                           00006440
           ELSE                                                         00006450
              MOVE WS-LAST-PRESENT TO FUD-LAST-PRESENT                  00006460
           END-IF                                                       00006470
           WRITE FOLLOWUP-LINE FROM WS-FUP-DTL-LINE                     00006480
                                                                        00006490
           IF WS-CONSEC-HIT                                             00006500
              MOVE SPACES TO ABSENCE-NOTICE-RECORD                      00006510
              MOVE TBL-STUD-ID (WS-STUD-HIT) TO ABL-STUDENT-ID          00006520
              MOVE 'C' TO ABL-ALERT-TYPE                                00006530
              MOVE WS-CONSEC-START TO ABL-RUN-START                     00006540
              MOVE WS-RUN-DATE TO ABL-NOTICE-DATE                       00006550
              MOVE WS-CONSEC-LENGTH TO ABL-DAYS-MISSED                  00006560
              MOVE WS-CONSEC-LENGTH TO ABL-SCHOOL-DAYS                  00006570
              WRITE ABSENCE-NOTICE-RECORD                               00006580
              ADD 1 TO WS-CONSEC-HITS                                   00006590
           END-IF                                                       00006600
           IF WS-RATE-HIT                                               00006610
              MOVE SPACES TO ABSENCE-NOTICE-RECORD                      00006620
              MOVE TBL-STUD-ID (WS-STUD-HIT) TO ABL-STUDENT-ID          00006630
              MOVE 'R' TO ABL-ALERT-TYPE                                00006640
              MOVE TBL-SCHOOL-DAY (WS-WINDOW-COUNT) TO ABL-RUN-START    00006650
              MOVE WS-RUN-DATE TO ABL-NOTICE-DATE                       00006660
              MOVE WS-WINDOW-MISSED TO ABL-DAYS-MISSED                  00006670
              MOVE WS-WINDOW-COUNT TO ABL-SCHOOL-DAYS                   00006680
              WRITE ABSENCE-NOTICE-RECORD                               00006690
              ADD 1 TO WS-RATE-HITS                                     00006700
           END-IF.                                                      00006710
       3000-EXIT.                                                       00006720
           EXIT.                                                        00006730
                                                                        00006740
       9000-TERMINATE.                                                  00006750
           MOVE WS-LETTERS-WRITTEN TO FUT-COUNT                         00006760
           WRITE FOLLOWUP-LINE FROM WS-FUP-TOTAL-LINE                   00006770
           CLOSE NOTICE-LOG-FILE                                        00006780
           CLOSE LETTER-FILE                                            00006790
           CLOSE FOLLOWUP-FILE                                          00006800
           DISPLAY "===== ABSNALRT RUN SUMMARY ====="                   00006810
           DISPLAY "REGISTER ENTRIES READ : " WS-ATTN-READ              00006820
           DISPLAY "ENTRIES IN THE DAYS   : " WS-ATTN-USED              00006830
           DISPLAY "STUDENTS CHECKED      : " WS-STUD-COUNT             00006840
           DISPLAY "CONSECUTIVE-DAY HITS  : " WS-CONSEC-HITS            00006850
           DISPLAY "ABSENCE-RATE HITS     : " WS-RATE-HITS              00006860
           DISPLAY "ALREADY NOTIFIED      : " WS-ALREADY-NOTIFIED       00006870
           DISPLAY "PARENT LETTERS        : " WS-LETTERS-WRITTEN.       00006880
       9000-EXIT.                                                       00006890
           EXIT.                                                        00006900
                                                                        00006910
       COPY ABENDPAR.                                                   00006920
                                                                        00006930
       COPY PROCDPAR.                                                   00006940
