       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. CASEAGE.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * NIGHTLY SERVICE-DESK CASE AGING.                         *      00000090
      * ONE PASS OF THE CASEFILE MASTER THE CASEMNT SCREEN       *      00000100
      * KEEPS.  AN OPEN CASE PAST ITS DUE DATE IS ESCALATED TO   *      00000110
      * THE SUPERVISOR THE STAFF LIST NAMES FOR ITS OWNER - THE  *      00000120
      * CASE IS MARKED ESCALATED WITH TONIGHT'S DATE AND THE     *      00000130
      * ESCALATION IS AUDITED.  THE REPORT GROUPS EVERY          *      00000140
      * ESCALATED CASE STILL OPEN BY SUPERVISOR, TONIGHT'S NEW   *      00000150
      * ONES FLAGGED.  A CASE CLOSED ON THE SCREEN SINCE LAST    *      00000160
      * NIGHT GETS ITS CONTACT-HISTORY ENTRY HERE - THE REGION   *      00000170
      * CANNOT APPEND TO THE SEQUENTIAL HISTORY - AND IS MARKED  *      00000180
      * SO IT IS NEVER WRITTEN TWICE.  THE PASS ALSO KEEPS THE   *      00000190
      * CASE-NUMBER CONTROL RECORD THE SCREEN NUMBERS NEW CASES  *      00000200
      * FROM, WRITING IT INTO A NEW MASTER.  AN ESCALATION WITH  *      00000210
      * NO SUPERVISOR TO GO TO ENDS THE STEP RC=4.               *      00000220
      * ********************************************************        00000230
       ENVIRONMENT DIVISION.                                            00000240
       INPUT-OUTPUT SECTION.                                            00000250
       FILE-CONTROL.                                                    00000260
           SELECT CASE-FILE                                             00000270
           ASSIGN TO CASEFILE                                           00000280
           ORGANIZATION IS INDEXED                                      00000290
           ACCESS MODE IS DYNAMIC                                       00000300
           RECORD KEY IS CSE-CASE-ID                                    00000310
           FILE STATUS IS FS-CASE-FILE.                                 00000320
           SELECT CASE-STAFF-FILE                                       00000330
           ASSIGN TO CASESTF                                            00000340
           ORGANIZATION IS SEQUENTIAL                                   00000350
           FILE STATUS IS FS-CASE-STAFF-FILE.                           00000360
           SELECT CONTACT-HIST-FILE                                     00000370
           ASSIGN TO CONTHIST                                           00000380
           ORGANIZATION IS SEQUENTIAL                                   00000390
           FILE STATUS IS FS-CONTACT-HIST-FILE.                         00000400
           SELECT CASE-RPT-FILE                                         00000410
           ASSIGN TO CASERPT                                            00000420
           ORGANIZATION IS SEQUENTIAL                                   00000430
           FILE STATUS IS FS-CASE-RPT-FILE.                             00000440
           SELECT AUDIT-LOG-FILE                                        00000450
           ASSIGN TO AUDITLOG                                           00000460
           ORGANIZATION IS SEQUENTIAL                                   00000470
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000480
           SELECT PROC-DATE-FILE                                        00000490
           ASSIGN TO PROCDATE                                           00000500
           ORGANIZATION IS SEQUENTIAL                                   00000510
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000520
       DATA DIVISION.                                                   00000530
       FILE SECTION.                                                    00000540
       FD CASE-FILE.                                                    00000550
       COPY CASEREC.                                                    00000560
                                                                        00000570
       FD CASE-STAFF-FILE.                                              00000580
       COPY CASESTF.                                                    00000590
                                                                        00000600
       FD CONTACT-HIST-FILE.                                            00000610
       COPY CONTHIST.                                                   00000620
                                                                        00000630
       FD CASE-RPT-FILE.                                                00000640
       01 CASE-RPT-LINE             PIC X(133).                         00000650
                                                                        00000660
       FD AUDIT-LOG-FILE.                                               00000670
       COPY AUDITLOG.                                                   00000680
                                                                        00000690
       FD PROC-DATE-FILE.                                               00000700
       COPY PROCDREC.                                                   00000710
                                                                        00000720
       WORKING-STORAGE SECTION.                                         00000730
       01 FS-CASE-FILE PIC XX.                                          00000740
       01 FS-CASE-STAFF-FILE PIC XX.                                    00000750
       01 FS-CONTACT-HIST-FILE PIC XX.                                  00000760
       01 FS-CASE-RPT-FILE PIC XX.                                      00000770
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00000780
                                                                        00000790
       01 WS-CASE-EOF-SW PIC X(01) VALUE 'N'.                           00000800
           88 WS-CASE-EOF VALUE 'Y'.                                    00000810
       01 WS-STAFF-EOF-SW PIC X(01) VALUE 'N'.                          00000820
           88 WS-STAFF-EOF VALUE 'Y'.                                   00000830
       01 WS-REWRITE-SW PIC X(01) VALUE 'N'.                            00000840
           88 WS-REWRITE-NEEDED VALUE 'Y'.                              00000850
                                                                        00000860
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00000870
       01 WS-RUN-DAYNUM PIC 9(07) VALUE ZEROES.                         00000880
       01 WS-DUE-DAYNUM PIC 9(07) VALUE ZEROES.                         00000890
       01 WS-DAYS-OVER PIC S9(05) VALUE ZEROES.                         00000900
       01 WS-HIGH-CASE-ID PIC 9(09) VALUE ZEROES.                       00000910
       01 WS-SUPV-ID PIC X(08) VALUE SPACES.                            00000920
       01 WS-SUPV-NAME PIC X(20) VALUE SPACES.                          00000930
                                                                        00000940
      *> ***************************************************************00000950
      *> THE DESK STAFF LIST: WHO SUPERVISES EACH CASE OWNER            00000960
      *> ***************************************************************00000970
       01 WS-STAFF-TABLE.                                               00000980
           05 WS-STAFF-ENTRY OCCURS 500 TIMES.                          00000990
               10 TBL-STF-USERID        PIC X(08).                      00001000
               10 TBL-STF-NAME          PIC X(20).                      00001010
               10 TBL-STF-SUPV          PIC X(08).                      00001020
       01 WS-STAFF-COUNT PIC 9(03) VALUE ZEROES.                        00001030
       01 WS-STAFF-MAX PIC 9(03) VALUE 500.                             00001040
       01 WS-STAFF-SUB PIC 9(03) VALUE ZEROES.                          00001050
       01 WS-STAFF-HIT PIC 9(03) VALUE ZEROES.                          00001060
       01 WS-STAFF-WANTED PIC X(08) VALUE SPACES.                       00001070
                                                                        00001080
      *> ***************************************************************00001090
      *> EVERY ESCALATED CASE STILL OPEN, HELD FOR THE REPORT SO IT CAN 00001100
      *> BE PRINTED SUPERVISOR BY SUPERVISOR AFTER THE ONE PASS         00001110
      *> ***************************************************************00001120
       01 WS-ESC-TABLE.                                                 00001130
           05 WS-ESC-ENTRY OCCURS 2000 TIMES.                           00001140
               10 ESC-CASE-ID           PIC 9(09).                      00001150
               10 ESC-CUST-ID           PIC 9(09).                      00001160
               10 ESC-CATEGORY          PIC X(04).                      00001170
               10 ESC-OWNER             PIC X(08).                      00001180
               10 ESC-SUPV              PIC X(08).                      00001190
               10 ESC-OPENED            PIC 9(08).                      00001200
               10 ESC-DUE               PIC 9(08).                      00001210
               10 ESC-DAYS              PIC 9(05).                      00001220
               10 ESC-NEW-SW            PIC X(01).                      00001230
               10 ESC-PRINTED-SW        PIC X(01).                      00001240
       01 WS-ESC-COUNT PIC 9(04) VALUE ZEROES.                          00001250
       01 WS-ESC-MAX PIC 9(04) VALUE 2000.                              00001260
       01 WS-ESC-SUB PIC 9(04) VALUE ZEROES.                            00001270
       01 WS-ESC-SUB2 PIC 9(04) VALUE ZEROES.                           00001280
                                                                        00001290
       01 WS-CASES-READ PIC 9(07) VALUE ZEROES.                         00001300
       01 WS-ACTIVE-COUNT PIC 9(07) VALUE ZEROES.                       00001310
       01 WS-ESCALATED-COUNT PIC 9(07) VALUE ZEROES.                    00001320
       01 WS-OUTSTANDING-COUNT PIC 9(07) VALUE ZEROES.                  00001330
       01 WS-NO-SUPV-COUNT PIC 9(07) VALUE ZEROES.                      00001340
       01 WS-CONTACT-COUNT PIC 9(07) VALUE ZEROES.                      00001350
                                                                        00001360
       COPY ABENDCPY.                                                   00001370
       COPY AUDITCHN.                                                   00001380
       COPY PROCDCPY.                                                   00001390
                                                                        00001400
      *> ***************************************************************00001410
      *> DAY-NUMBER CONVERSION WORK AREAS FOR THE DAYS OVERDUE, THE     00001420
      *> SAME SERIAL-DAY ARITHMETIC THE DUAL-CONTROL AGING USES         00001430
      *> ***************************************************************00001440
       01 WS-DN-DATE PIC 9(08).                                         00001450
       01 WS-DN-DATE-GROUP REDEFINES WS-DN-DATE.                        00001460
           05 WS-DN-YYYY PIC 9(04).                                     00001470
           05 WS-DN-MM PIC 9(02).                                       00001480
           05 WS-DN-DD PIC 9(02).                                       00001490
       01 WS-DN-RESULT PIC 9(07).                                       00001500
       01 WS-DN-PRIOR-YEARS PIC 9(04).                                  00001510
       01 WS-DN-LEAPS-4 PIC 9(04).                                      00001520
       01 WS-DN-LEAPS-100 PIC 9(04).                                    00001530
       01 WS-DN-LEAPS-400 PIC 9(04).                                    00001540
       01 WS-DN-LEAP-QUOT PIC 9(04).                                    00001550
       01 WS-DN-LEAP-REM PIC 9(04).                                     00001560
       01 WS-DN-LEAP-SW PIC X(01) VALUE 'N'.                            00001570
           88 WS-DN-LEAP-YEAR VALUE 'Y'.                                00001580
       01 CUM-DAYS-INIT.                                                00001590
           05 FILLER PIC 9(03) VALUE 000.                               00001600
           05 FILLER PIC 9(03) VALUE 031.                               00001610
           05 FILLER PIC 9(03) VALUE 059.                               00001620
           05 FILLER PIC 9(03) VALUE 090.                               00001630
           05 FILLER PIC 9(03) VALUE 120.                               00001640
           05 FILLER PIC 9(03) VALUE 151.                               00001650
           05 FILLER PIC 9(03) VALUE 181.                               00001660
           05 FILLER PIC 9(03) VALUE 212.                               00001670
           05 FILLER PIC 9(03) VALUE 243.                               00001680
           05 FILLER PIC 9(03) VALUE 273.                               00001690
           05 FILLER PIC 9(03) VALUE 304.                               00001700
           05 FILLER PIC 9(03) VALUE 334.                               00001710
       01 CUM-DAYS REDEFINES CUM-DAYS-INIT.                             00001720
           05 CUM-DAYS-TO-MONTH OCCURS 12 TIMES PIC 9(03).              00001730
                                                                        00001740
       01 WS-HDR-LINE-1.                                                00001750
           05 FILLER PIC X(01) VALUE '1'.                               00001760
           05 FILLER PIC X(50)                                          00001770
              VALUE 'CASEAGE - SERVICE-DESK CASE ESCALATIONS'.          00001780
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00001790
           05 HDR-RUN-DATE PIC 9(08).                                   00001800
                                                                        00001810
       01 WS-HDR-SUPV-LINE.                                             00001820
           05 FILLER PIC X(01) VALUE '0'.                               00001830
           05 FILLER PIC X(14) VALUE 'SUPERVISOR'.                      00001840
           05 HDR-SUPV-ID PIC X(08).                                    00001850
           05 FILLER PIC X(02) VALUE SPACES.                            00001860
           05 HDR-SUPV-NAME PIC X(30).                                  00001870
                                                                        00001880
       01 WS-HDR-COL-LINE.                                              00001890
           05 FILLER PIC X(01) VALUE SPACE.                             00001900
           05 FILLER PIC X(11) VALUE 'CASE NO'.                         00001910
           05 FILLER PIC X(11) VALUE 'CUSTOMER'.                        00001920
           05 FILLER PIC X(06) VALUE 'CAT'.                             00001930
           05 FILLER PIC X(10) VALUE 'OWNER'.                           00001940
           05 FILLER PIC X(10) VALUE 'OPENED'.                          00001950
           05 FILLER PIC X(10) VALUE 'DUE'.                             00001960
           05 FILLER PIC X(07) VALUE 'DAYS'.                            00001970
           05 FILLER PIC X(20) VALUE 'FLAG'.                            00001980
                                                                        00001990
       01 WS-ESC-LINE.                                                  00002000
           05 FILLER PIC X(01) VALUE SPACE.                             00002010
           05 EL-CASE-ID PIC 9(09).                                     00002020
           05 FILLER PIC X(02) VALUE SPACES.                            00002030
           05 EL-CUST-ID PIC 9(09).                                     00002040
           05 FILLER PIC X(02) VALUE SPACES.                            00002050
           05 EL-CATEGORY PIC X(04).                                    00002060
           05 FILLER PIC X(02) VALUE SPACES.                            00002070
           05 EL-OWNER PIC X(08).                                       00002080
           05 FILLER PIC X(02) VALUE SPACES.                            00002090
           05 EL-OPENED PIC 9(08).                                      00002100
           05 FILLER PIC X(02) VALUE SPACES.                            00002110
           05 EL-DUE PIC 9(08).                                         00002120
           05 FILLER PIC X(02) VALUE SPACES.                            00002130
           05 EL-DAYS PIC ZZZZ9.                                        00002140
           05 FILLER PIC X(02) VALUE SPACES.                            00002150
           05 EL-FLAG PIC X(20).                                        00002160
                                                                        00002170
       01 WS-NOTE-LINE.                                                 00002180
           05 FILLER PIC X(01) VALUE SPACE.                             00002190
           05 NOTE-TEXT PIC X(100).                                     00002200
                                                                        00002210
       PROCEDURE DIVISION.                                              00002220
       0000-MAIN.                                                       00002230
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00002240
           PERFORM 2000-AGE-CASES THRU 2000-EXIT                        00002250
           PERFORM 2500-CHECK-CONTROL THRU 2500-EXIT                    00002260
           PERFORM 3000-PRINT-ESCALATIONS THRU 3000-EXIT                00002270
           PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT                     00002280
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00002290
           MOVE WS-STD-RETURN-CODE TO RETURN-CODE                       00002300
           GOBACK.                                                      00002310
                                                                        00002320
       1000-INITIALIZE.                                                 00002330
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00002340
           IF WS-PROCESS-DATE > 0                                       00002350
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00002360
           ELSE                                                         00002370
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00002380
           END-IF                                                       00002390
           MOVE WS-RUN-DATE TO WS-DN-DATE                               00002400
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00002410
           MOVE WS-DN-RESULT TO WS-RUN-DAYNUM                           00002420
                                                                        00002430
           PERFORM 1100-LOAD-STAFF THRU 1100-EXIT                       00002440
                                                                        00002450
      *> A FRESHLY DEFINED CLUSTER REFUSES AN I-O OPEN, SO IT IS        00002460
      *> PRIMED WITH AN OUTPUT OPEN/CLOSE FIRST                         00002470
           OPEN I-O CASE-FILE                                           00002480
           IF FS-CASE-FILE = "35"                                       00002490
              OPEN OUTPUT CASE-FILE                                     00002500
              CLOSE CASE-FILE                                           00002510
              OPEN I-O CASE-FILE                                        00002520
           END-IF                                                       00002530
           IF FS-CASE-FILE NOT = "00"                                   00002540
              MOVE "OPEN FAILED ON CASE-FILE" TO WS-ABEND-MESSAGE       00002550
              GO TO 9999-ABEND                                          00002560
           END-IF                                                       00002570
           OPEN EXTEND CONTACT-HIST-FILE                                00002580
           IF FS-CONTACT-HIST-FILE = "35"                               00002590
              OPEN OUTPUT CONTACT-HIST-FILE                             00002600
           END-IF                                                       00002610
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00002620
              MOVE "OPEN FAILED ON CONTACT-HIST-FILE" TO                00002630
                 WS-ABEND-MESSAGE                                       00002640
              GO TO 9999-ABEND                                          00002650
           END-IF                                                       00002660
           OPEN OUTPUT CASE-RPT-FILE                                    00002670
           IF FS-CASE-RPT-FILE NOT = "00"                               00002680
              MOVE "OPEN FAILED ON CASE-RPT-FILE" TO WS-ABEND-MESSAGE   00002690
              GO TO 9999-ABEND                                          00002700
           END-IF                                                       00002710
           MOVE "CASEAGE" TO ALOG-PROGRAM-ID                            00002720
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00002730
           IF FS-AUDIT-LOG-FILE NOT = "00"                              00002740
              MOVE "OPEN FAILED ON AUDIT-LOG-FILE" TO WS-ABEND-MESSAGE  00002750
              GO TO 9999-ABEND                                          00002760
           END-IF                                                       00002770
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00002780
           WRITE CASE-RPT-LINE FROM WS-HDR-LINE-1.                      00002790
       1000-EXIT.                                                       00002800
           EXIT.                                                        00002810
                                                                        00002820
      *> ***************************************************************00002830
      *> THE STAFF LIST IS THE SAME CARD DATASET THE SCREEN'S CASESTF   00002840
      *> COPY IS REPRODUCED FROM.  WITHOUT IT NO ESCALATION CAN BE      00002850
      *> ROUTED, SO A MISSING LIST WARNS AND EVERY ESCALATION FALLS     00002860
      *> BACK TO THE SUPERVISOR STAMPED ON THE CASE WHEN IT OPENED      00002870
      *> ***************************************************************00002880
       1100-LOAD-STAFF.                                                 00002890
           OPEN INPUT CASE-STAFF-FILE                                   00002900
           IF FS-CASE-STAFF-FILE NOT = "00"                             00002910
              DISPLAY "CASEAGE: DESK STAFF LIST NOT AVAILABLE, STATUS " 00002920
                 FS-CASE-STAFF-FILE                                     00002930
              SET RC-WARNING TO TRUE                                    00002940
              GO TO 1100-EXIT                                           00002950
           END-IF                                                       00002960
           PERFORM UNTIL WS-STAFF-EOF                                   00002970
             READ CASE-STAFF-FILE                                       00002980
               AT END                                                   00002990
                 SET WS-STAFF-EOF TO TRUE                               00003000
               NOT AT END                                               00003010
                 IF CST-ACTIVE                                          00003020
                    IF WS-STAFF-COUNT >= WS-STAFF-MAX                   00003030
                       MOVE "DESK STAFF TABLE OVERFLOW - RAISE THE MAX" 00003040
                          TO WS-ABEND-MESSAGE                           00003050
                       GO TO 9999-ABEND                                 00003060
                    END-IF                                              00003070
                    ADD 1 TO WS-STAFF-COUNT                             00003080
                    MOVE CST-USERID TO TBL-STF-USERID (WS-STAFF-COUNT)  00003090
                    MOVE CST-NAME TO TBL-STF-NAME (WS-STAFF-COUNT)      00003100
                    MOVE CST-SUPERVISOR-ID TO                           00003110
                       TBL-STF-SUPV (WS-STAFF-COUNT)                    00003120
                 END-IF                                                 00003130
             END-READ                                                   00003140
           END-PERFORM                                                  00003150
           CLOSE CASE-STAFF-FILE.                                       00003160
       1100-EXIT.                                                       00003170
           EXIT.                                                        00003180
                                                                        00003190
      *> ***************************************************************00003200
      *> ONE PASS OF THE MASTER FROM THE FIRST REAL CASE (THE CONTROL   00003210
      *> RECORD IS NUMBER ZERO)                                         00003220
      *> ***************************************************************00003230
       2000-AGE-CASES.                                                  00003240
           MOVE ZEROES TO CSE-CASE-ID                                   00003250
           START CASE-FILE KEY IS GREATER THAN CSE-CASE-ID              00003260
           IF FS-CASE-FILE NOT = "00"                                   00003270
              SET WS-CASE-EOF TO TRUE                                   00003280
           END-IF                                                       00003290
           PERFORM UNTIL WS-CASE-EOF                                    00003300
             READ CASE-FILE NEXT                                        00003310
             EVALUATE FS-CASE-FILE                                      00003320
               WHEN "00"                                                00003330
                 PERFORM 2100-AGE-ONE-CASE THRU 2100-EXIT               00003340
               WHEN "10"                                                00003350
                 SET WS-CASE-EOF TO TRUE                                00003360
               WHEN OTHER                                               00003370
                 MOVE "READ FAILED ON CASE-FILE" TO WS-ABEND-MESSAGE    00003380
                 GO TO 9999-ABEND                                       00003390
             END-EVALUATE                                               00003400
           END-PERFORM.                                                 00003410
       2000-EXIT.                                                       00003420
           EXIT.                                                        00003430
                                                                        00003440
       2100-AGE-ONE-CASE.                                               00003450
           ADD 1 TO WS-CASES-READ                                       00003460
           MOVE 'N' TO WS-REWRITE-SW                                    00003470
           IF CSE-CASE-ID > WS-HIGH-CASE-ID                             00003480
              MOVE CSE-CASE-ID TO WS-HIGH-CASE-ID                       00003490
           END-IF                                                       00003500
           IF CSE-ACTIVE                                                00003510
              ADD 1 TO WS-ACTIVE-COUNT                                  00003520
           END-IF                                                       00003530
           IF CSE-OPEN                                                  00003540
              AND CSE-DUE-DATE < WS-RUN-DATE                            00003550
              PERFORM 2200-ESCALATE-CASE THRU 2200-EXIT                 00003560
           ELSE                                                         00003570
              IF CSE-ESCALATED                                          00003580
                 ADD 1 TO WS-OUTSTANDING-COUNT                          00003590
                 PERFORM 2400-HOLD-FOR-REPORT THRU 2400-EXIT            00003600
              END-IF                                                    00003610
           END-IF                                                       00003620
           IF CSE-CLOSED                                                00003630
              AND NOT CSE-CONTACT-WRITTEN                               00003640
              PERFORM 2300-WRITE-CONTACT THRU 2300-EXIT                 00003650
           END-IF                                                       00003660
           IF WS-REWRITE-NEEDED                                         00003670
              REWRITE SERVICE-CASE-RECORD                               00003680
              IF FS-CASE-FILE NOT = "00"                                00003690
                 MOVE "REWRITE FAILED ON CASE-FILE" TO WS-ABEND-MESSAGE 00003700
                 GO TO 9999-ABEND                                       00003710
              END-IF                                                    00003720
           END-IF.                                                      00003730
       2100-EXIT.                                                       00003740
           EXIT.                                                        00003750
                                                                        00003760
      *> ***************************************************************00003770
      *> OVERDUE: ROUTE TO THE OWNER'S CURRENT SUPERVISOR, OR THE ONE   00003780
      *> STAMPED AT OPENING WHEN THE OWNER HAS LEFT THE LIST            00003790
      *> ***************************************************************00003800
       2200-ESCALATE-CASE.                                              00003810
           MOVE CSE-OWNER-ID TO WS-STAFF-WANTED                         00003820
           PERFORM 8100-FIND-STAFF THRU 8100-EXIT                       00003830
           IF WS-STAFF-HIT > 0                                          00003840
              AND TBL-STF-SUPV (WS-STAFF-HIT) NOT = SPACES              00003850
              MOVE TBL-STF-SUPV (WS-STAFF-HIT) TO CSE-SUPERVISOR-ID     00003860
           END-IF                                                       00003870
           SET CSE-ESCALATED TO TRUE                                    00003880
           MOVE WS-RUN-DATE TO CSE-ESCALATED-DT                         00003890
           MOVE WS-RUN-DATE TO CSE-LAST-UPD-DATE                        00003900
           MOVE 'CASEAGE' TO CSE-LAST-UPD-BY                            00003910
           SET WS-REWRITE-NEEDED TO TRUE                                00003920
           ADD 1 TO WS-ESCALATED-COUNT                                  00003930
           MOVE "CASE OVERDUE" TO ALOG-ACTION                           00003940
           MOVE SPACES TO ALOG-DETAIL                                   00003950
           STRING "CASE " CSE-CASE-ID " " CSE-OWNER-ID " TO "           00003960
              CSE-SUPERVISOR-ID                                         00003970
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00003980
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT                  00003990
           PERFORM 2400-HOLD-FOR-REPORT THRU 2400-EXIT                  00004000
           MOVE 'Y' TO ESC-NEW-SW (WS-ESC-COUNT).                       00004010
       2200-EXIT.                                                       00004020
           EXIT.                                                        00004030
                                                                        00004040
      *> ***************************************************************00004050
      *> THE CLOSED CASE GOES TO THE CONTACT HISTORY AS WHAT THE        00004060
      *> CUSTOMER RAISED AND HOW IT ENDED, DATED THE DAY IT CLOSED      00004070
      *> ***************************************************************00004080
       2300-WRITE-CONTACT.                                              00004090
           MOVE SPACES TO CONTACT-HIST-RECORD                           00004100
           MOVE CSE-CUST-ID TO CNT-CUST-ID                              00004110
           MOVE 'CASE CLOSED' TO CNT-CONTACT-TYPE                       00004120
           STRING 'CASE ' CSE-CASE-ID ' ' CSE-RESOLUTION-CD             00004130
              DELIMITED BY SIZE INTO CNT-REFERENCE                      00004140
           MOVE CSE-CLOSED-DATE TO CNT-DATE                             00004150
           WRITE CONTACT-HIST-RECORD                                    00004160
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00004170
              MOVE "WRITE FAILED ON CONTACT-HIST-FILE" TO               00004180
                 WS-ABEND-MESSAGE                                       00004190
              GO TO 9999-ABEND                                          00004200
           END-IF                                                       00004210
           MOVE 'Y' TO CSE-CONTACT-SW                                   00004220
           SET WS-REWRITE-NEEDED TO TRUE                                00004230
           ADD 1 TO WS-CONTACT-COUNT.                                   00004240
       2300-EXIT.                                                       00004250
           EXIT.                                                        00004260
                                                                        00004270
       2400-HOLD-FOR-REPORT.                                            00004280
           IF WS-ESC-COUNT >= WS-ESC-MAX                                00004290
              MOVE "ESCALATION TABLE OVERFLOW - RAISE THE MAX" TO       00004300
                 WS-ABEND-MESSAGE                                       00004310
              GO TO 9999-ABEND                                          00004320
           END-IF                                                       00004330
           ADD 1 TO WS-ESC-COUNT                                        00004340
           MOVE CSE-CASE-ID TO ESC-CASE-ID (WS-ESC-COUNT)               00004350
           MOVE CSE-CUST-ID TO ESC-CUST-ID (WS-ESC-COUNT)               00004360
           MOVE CSE-CATEGORY TO ESC-CATEGORY (WS-ESC-COUNT)             00004370
           MOVE CSE-OWNER-ID TO ESC-OWNER (WS-ESC-COUNT)                00004380
           MOVE CSE-SUPERVISOR-ID TO ESC-SUPV (WS-ESC-COUNT)            00004390
           MOVE CSE-OPENED-DATE TO ESC-OPENED (WS-ESC-COUNT)            00004400
           MOVE CSE-DUE-DATE TO ESC-DUE (WS-ESC-COUNT)                  00004410
           MOVE 'N' TO ESC-NEW-SW (WS-ESC-COUNT)                        00004420
           MOVE 'N' TO ESC-PRINTED-SW (WS-ESC-COUNT)                    00004430
           MOVE ZEROES TO WS-DAYS-OVER                                  00004440
           MOVE CSE-DUE-DATE TO WS-DN-DATE                              00004450
           IF WS-DN-MM > 0 AND WS-DN-MM < 13                            00004460
              PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                00004470
              MOVE WS-DN-RESULT TO WS-DUE-DAYNUM                        00004480
              COMPUTE WS-DAYS-OVER = WS-RUN-DAYNUM - WS-DUE-DAYNUM      00004490
              IF WS-DAYS-OVER < 0                                       00004500
                 MOVE ZEROES TO WS-DAYS-OVER                            00004510
              END-IF                                                    00004520
           END-IF                                                       00004530
           MOVE WS-DAYS-OVER TO ESC-DAYS (WS-ESC-COUNT).                00004540
       2400-EXIT.                                                       00004550
           EXIT.                                                        00004560
                                                                        00004570
      *> ***************************************************************00004580
      *> THE CONTROL RECORD MUST EXIST AND STAND AT OR ABOVE THE        00004590
      *> HIGHEST CASE ON FILE, OR THE SCREEN WOULD ISSUE A NUMBER       00004600
      *> ALREADY TAKEN                                                  00004610
      *> ***************************************************************00004620
       2500-CHECK-CONTROL.                                              00004630
           MOVE ZEROES TO CSE-CASE-ID                                   00004640
           READ CASE-FILE                                               00004650
           EVALUATE FS-CASE-FILE                                        00004660
             WHEN "00"                                                  00004670
               IF CSC-LAST-CASE-ID < WS-HIGH-CASE-ID                    00004680
                  DISPLAY "CASEAGE: CONTROL RECORD BEHIND THE FILE, "   00004690
                     CSC-LAST-CASE-ID " RAISED TO " WS-HIGH-CASE-ID     00004700
                  MOVE WS-HIGH-CASE-ID TO CSC-LAST-CASE-ID              00004710
                  REWRITE SERVICE-CASE-RECORD                           00004720
                  IF FS-CASE-FILE NOT = "00"                            00004730
                     MOVE "REWRITE FAILED ON CASE CONTROL RECORD" TO    00004740
                        WS-ABEND-MESSAGE                                00004750
                     GO TO 9999-ABEND                                   00004760
                  END-IF                                                00004770
                  SET RC-WARNING TO TRUE                                00004780
               END-IF                                                   00004790
             WHEN "23"                                                  00004800
               MOVE SPACES TO SERVICE-CASE-RECORD                       00004810
               MOVE ZEROES TO CSE-CASE-ID                               00004820
               MOVE WS-HIGH-CASE-ID TO CSC-LAST-CASE-ID                 00004830
               MOVE WS-RUN-DATE TO CSC-CREATED-DATE                     00004840
               WRITE SERVICE-CASE-RECORD                                00004850
               IF FS-CASE-FILE NOT = "00"                               00004860
                  MOVE "WRITE FAILED ON CASE CONTROL RECORD" TO         00004870
                     WS-ABEND-MESSAGE                                   00004880
                  GO TO 9999-ABEND                                      00004890
               END-IF                                                   00004900
               DISPLAY "CASEAGE: CASE-NUMBER CONTROL RECORD WRITTEN"    00004910
             WHEN OTHER                                                 00004920
               MOVE "READ FAILED ON CASE CONTROL RECORD" TO             00004930
                  WS-ABEND-MESSAGE                                      00004940
               GO TO 9999-ABEND                                         00004950
           END-EVALUATE.                                                00004960
       2500-EXIT.                                                       00004970
           EXIT.                                                        00004980
                                                                        00004990
      *> ***************************************************************00005000
      *> ONE GROUP PER SUPERVISOR, IN THE ORDER THEY FIRST APPEAR; AN   00005010
      *> ESCALATION WITH NO SUPERVISOR AT ALL IS ITS OWN GROUP AND      00005020
      *> WARNS                                                          00005030
      *> ***************************************************************00005040
       3000-PRINT-ESCALATIONS.                                          00005050
           IF WS-ESC-COUNT = 0                                          00005060
              MOVE SPACES TO NOTE-TEXT                                  00005070
              MOVE 'NO ESCALATED CASES OPEN' TO NOTE-TEXT               00005080
              WRITE CASE-RPT-LINE FROM WS-NOTE-LINE                     00005090
              GO TO 3000-EXIT                                           00005100
           END-IF                                                       00005110
           PERFORM VARYING WS-ESC-SUB FROM 1 BY 1                       00005120
                    UNTIL WS-ESC-SUB > WS-ESC-COUNT                     00005130
             IF ESC-PRINTED-SW (WS-ESC-SUB) = 'N'                       00005140
                PERFORM 3100-PRINT-SUPERVISOR THRU 3100-EXIT            00005150
             END-IF                                                     00005160
           END-PERFORM.                                                 00005170
       3000-EXIT.                                                       00005180
           EXIT.                                                        00005190
                                                                        00005200
       3100-PRINT-SUPERVISOR.                                           00005210
           MOVE ESC-SUPV (WS-ESC-SUB) TO WS-SUPV-ID                     00005220
           MOVE SPACES TO WS-SUPV-NAME                                  00005230
           IF WS-SUPV-ID = SPACES                                       00005240
              MOVE '*** NO SUPERVISOR ON FILE' TO WS-SUPV-NAME          00005250
           ELSE                                                         00005260
              MOVE WS-SUPV-ID TO WS-STAFF-WANTED                        00005270
              PERFORM 8100-FIND-STAFF THRU 8100-EXIT                    00005280
              IF WS-STAFF-HIT > 0                                       00005290
                 MOVE TBL-STF-NAME (WS-STAFF-HIT) TO WS-SUPV-NAME       00005300
              ELSE                                                      00005310
                 MOVE '(NOT ON THE STAFF LIST)' TO WS-SUPV-NAME         00005320
              END-IF                                                    00005330
           END-IF                                                       00005340
           MOVE WS-SUPV-ID TO HDR-SUPV-ID                               00005350
           MOVE WS-SUPV-NAME TO HDR-SUPV-NAME                           00005360
           WRITE CASE-RPT-LINE FROM WS-HDR-SUPV-LINE                    00005370
           WRITE CASE-RPT-LINE FROM WS-HDR-COL-LINE                     00005380
           PERFORM VARYING WS-ESC-SUB2 FROM WS-ESC-SUB BY 1             00005390
                    UNTIL WS-ESC-SUB2 > WS-ESC-COUNT                    00005400
             IF ESC-PRINTED-SW (WS-ESC-SUB2) = 'N'                      00005410
                AND ESC-SUPV (WS-ESC-SUB2) = WS-SUPV-ID                 00005420
                PERFORM 3200-PRINT-CASE THRU 3200-EXIT                  00005430
             END-IF                                                     00005440
           END-PERFORM.                                                 00005450
       3100-EXIT.                                                       00005460
           EXIT.                                                        00005470
                                                                        00005480
       3200-PRINT-CASE.                                                 00005490
           MOVE 'Y' TO ESC-PRINTED-SW (WS-ESC-SUB2)                     00005500
           MOVE ESC-CASE-ID (WS-ESC-SUB2) TO EL-CASE-ID                 00005510
           MOVE ESC-CUST-ID (WS-ESC-SUB2) TO EL-CUST-ID                 00005520
           MOVE ESC-CATEGORY (WS-ESC-SUB2) TO EL-CATEGORY               00005530
           MOVE ESC-OWNER (WS-ESC-SUB2) TO EL-OWNER                     00005540
           MOVE ESC-OPENED (WS-ESC-SUB2) TO EL-OPENED                   00005550
           MOVE ESC-DUE (WS-ESC-SUB2) TO EL-DUE                         00005560
           MOVE ESC-DAYS (WS-ESC-SUB2) TO EL-DAYS                       00005570
           MOVE SPACES TO EL-FLAG                                       00005580
           IF ESC-NEW-SW (WS-ESC-SUB2) = 'Y'                            00005590
              MOVE 'ESCALATED TONIGHT' TO EL-FLAG                       00005600
           END-IF                                                       00005610
           IF WS-SUPV-ID = SPACES                                       00005620
              MOVE '*** NOT ROUTED' TO EL-FLAG                          00005630
              ADD 1 TO WS-NO-SUPV-COUNT                                 00005640
              SET RC-WARNING TO TRUE                                    00005650
           END-IF                                                       00005660
           WRITE CASE-RPT-LINE FROM WS-ESC-LINE.                        00005670
       3200-EXIT.                                                       00005680
           EXIT.                                                        00005690
                                                                        00005700
      *> ***************************************************************00005710
      *> CONVERT WS-DN-DATE (CCYYMMDD) TO A SERIAL DAY NUMBER, THE      00005720
      *> SAME ARITHMETIC THE AUDIT ARCHIVAL USES                        00005730
      *> ***************************************************************00005740
       6000-DATE-TO-DAYNUM.                                             00005750
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1                   00005760
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAPS-4           00005770
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAPS-100       00005780
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAPS-400       00005790
           COMPUTE WS-DN-RESULT =                                       00005800
              (WS-DN-PRIOR-YEARS * 365)                                 00005810
              + WS-DN-LEAPS-4                                           00005820
              - WS-DN-LEAPS-100                                         00005830
              + WS-DN-LEAPS-400                                         00005840
              + CUM-DAYS-TO-MONTH (WS-DN-MM)                            00005850
              + WS-DN-DD                                                00005860
           PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT                  00005870
           IF WS-DN-MM > 2 AND WS-DN-LEAP-YEAR                          00005880
              ADD 1 TO WS-DN-RESULT                                     00005890
           END-IF.                                                      00005900
       6000-EXIT.                                                       00005910
           EXIT.                                                        00005920
                                                                        00005930
       6100-CHECK-LEAP-YEAR.                                            00005940
           MOVE 'N' TO WS-DN-LEAP-SW                                    00005950
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-LEAP-QUOT                00005960
              REMAINDER WS-DN-LEAP-REM                                  00005970
           IF WS-DN-LEAP-REM = 0                                        00005980
              DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-LEAP-QUOT           00005990
                 REMAINDER WS-DN-LEAP-REM                               00006000
              IF WS-DN-LEAP-REM = 0                                     00006010
                 DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-LEAP-QUOT        00006020
                    REMAINDER WS-DN-LEAP-REM                            00006030
                 IF WS-DN-LEAP-REM = 0                                  00006040
                    SET WS-DN-LEAP-YEAR TO TRUE                         00006050
                 END-IF                                                 00006060
              ELSE                                                      00006070
                 SET WS-DN-LEAP-YEAR TO TRUE                            00006080
              END-IF                                                    00006090
           END-IF.                                                      00006100
       6100-EXIT.                                                       00006110
           EXIT.                                                        00006120
                                                                        00006130
       7000-WRITE-TOTALS.                                               00006140
           MOVE SPACES TO CASE-RPT-LINE                                 00006150
           WRITE CASE-RPT-LINE                                          00006160
           MOVE SPACES TO NOTE-TEXT                                     00006170
           STRING 'CASES ON FILE ' WS-CASES-READ                        00006180
              '   STILL ACTIVE ' WS-ACTIVE-COUNT                        00006190
              DELIMITED BY SIZE INTO NOTE-TEXT                          00006200
           WRITE CASE-RPT-LINE FROM WS-NOTE-LINE                        00006210
           MOVE SPACES TO NOTE-TEXT                                     00006220
           STRING 'ESCALATED TONIGHT ' WS-ESCALATED-COUNT               00006230
              '   ESCALATED EARLIER, STILL OPEN ' WS-OUTSTANDING-COUNT  00006240
              '   NOT ROUTED ' WS-NO-SUPV-COUNT                         00006250
              DELIMITED BY SIZE INTO NOTE-TEXT                          00006260
           WRITE CASE-RPT-LINE FROM WS-NOTE-LINE                        00006270
           MOVE SPACES TO NOTE-TEXT                                     00006280
           STRING 'CLOSED CASES WRITTEN TO THE CONTACT HISTORY '        00006290
              WS-CONTACT-COUNT                                          00006300
              DELIMITED BY SIZE INTO NOTE-TEXT                          00006310
           WRITE CASE-RPT-LINE FROM WS-NOTE-LINE.                       00006320
       7000-EXIT.                                                       00006330
           EXIT.                                                        00006340
                                                                        00006350
      *> ***************************************************************00006360
      *> LOOK UP WS-STAFF-WANTED IN THE STAFF TABLE; WS-STAFF-HIT IS    00006370
      *> ITS ENTRY OR ZERO                                              00006380
      *> ***************************************************************00006390
       8100-FIND-STAFF.                                                 00006400
           MOVE ZEROES TO WS-STAFF-HIT                                  00006410
           PERFORM VARYING WS-STAFF-SUB FROM 1 BY 1                     00006420
                    UNTIL WS-STAFF-SUB > WS-STAFF-COUNT                 00006430
                       OR WS-STAFF-HIT > 0                              00006440
             IF TBL-STF-USERID (WS-STAFF-SUB) = WS-STAFF-WANTED         00006450
                MOVE WS-STAFF-SUB TO WS-STAFF-HIT                       00006460
             END-IF                                                     00006470
           END-PERFORM.                                                 00006480
       8100-EXIT.                                                       00006490
           EXIT.                                                        00006500
                                                                        00006510
       9000-TERMINATE.                                                  00006520
           CLOSE CASE-FILE                                              00006530
           CLOSE CONTACT-HIST-FILE                                      00006540
           DISPLAY "===== CASEAGE RUN SUMMARY ====="                    00006550
           DISPLAY "CASES ON FILE        : " WS-CASES-READ              00006560
           DISPLAY "STILL ACTIVE         : " WS-ACTIVE-COUNT            00006570
           DISPLAY "ESCALATED TONIGHT    : " WS-ESCALATED-COUNT         00006580
           DISPLAY "ESCALATED EARLIER    : " WS-OUTSTANDING-COUNT       00006590
           DISPLAY "NOT ROUTED           : " WS-NO-SUPV-COUNT           00006600
           DISPLAY "CONTACT ENTRIES      : " WS-CONTACT-COUNT           00006610
           CLOSE CASE-RPT-FILE                                          00006620
           CLOSE AUDIT-LOG-FILE.                                        00006630
       9000-EXIT.                                                       00006640
           EXIT.                                                        00006650
                                                                        00006660
       COPY AUDITOPN.                                                   00006670
       COPY AUDITWRT.                                                   00006680
       COPY AUDITCHP.                                                   00006690
       COPY ABENDPAR.                                                   00006700
       COPY PROCDPAR.                                                   00006710
