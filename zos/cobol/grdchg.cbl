       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. GRDCHG.                                              00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * GRADE CHANGE AND APPEAL WORKFLOW.                        *      00000090
      * A GRADE ALREADY ON THE GRADE FILE IS CORRECTED ONLY BY   *      00000100
      * A CHANGE REQUEST (GRDCHG LAYOUT) CARRYING THE SCORE ON   *      00000110
      * FILE, THE NEW SCORE, THE REASON AND THE REQUESTER, AND   *      00000120
      * ONLY ONCE THE DEPARTMENT HAS APPROVED IT.  EACH RUN:     *      00000130
      *   - TAKES TONIGHT'S REQUESTS ONTO THE QUEUE OF CHANGES   *      00000140
      *     CARRIED FROM THE LAST RUN;                           *      00000150
      *   - APPLIES THE DEPARTMENT'S DECISIONS TO THE QUEUE (THE *      00000160
      *     APPROVER MAY NOT BE THE REQUESTER);                  *      00000170
      *   - COPIES THE GRADE FILE TO ITS NEW GENERATION, SCORING *      00000180
      *     EACH APPROVED CHANGE IN PLACE ON THE ONE GRADE WHOSE *      00000190
      *     SCORE STILL MATCHES THE REQUEST, SO THE FILE NEVER   *      00000200
      *     HOLDS TWO GRADES FOR ONE COURSE AND TERM;            *      00000210
      *   - LOGS EVERY REQUEST, DENIAL, REJECT AND APPLIED       *      00000220
      *     CHANGE (BEFORE AND AFTER SCORE) ON THE AUDIT LOG;    *      00000230
      *   - LISTS EACH CHANGED STUDENT AND TERM FOR THE STANDING *      00000240
      *     RE-EVALUATION THAT FOLLOWS IN THE SAME JOB, AND      *      00000250
      *     CARRIES WHAT IS STILL UNDECIDED TO THE NEXT QUEUE.   *      00000260
      * REJECT REASON CODES (THE STUDENT G-CODES):               *      00000270
      *   G007 STUDENT NOT ON MASTER                             *      00000280
      *   G008 SCORE NOT NUMERIC, OVER 100 OR UNCHANGED          *      00000290
      *   G009 CHANGE REASON NOT RECOGNISED                      *      00000300
      *   G010 REQUESTER MISSING                                 *      00000310
      *   G011 A CHANGE IS ALREADY QUEUED FOR THE GRADE          *      00000320
      *   G012 NO GRADE ON FILE WITH THE ORIGINAL SCORE          *      00000330
      *   G013 APPROVAL MATCHES NO QUEUED CHANGE                 *      00000340
      *   G014 APPROVER MISSING OR IS THE REQUESTER              *      00000350
      *   G015 APPROVAL DECISION NOT A OR D                      *      00000360
      *   G016 CHANGE QUEUE FULL                                 *      00000370
      * ********************************************************        00000380
       ENVIRONMENT DIVISION.                                            00000390
       INPUT-OUTPUT SECTION.                                            00000400
       FILE-CONTROL.                                                    00000410
           SELECT STUDENT-IN-FILE                                       00000420
           ASSIGN TO STUDIN                                             00000430
           ORGANIZATION IS SEQUENTIAL                                   00000440
           FILE STATUS IS FS-STUDENT-IN-FILE.                           00000450
           SELECT REQUEST-FILE                                          00000460
           ASSIGN TO GCHIN                                              00000470
           ORGANIZATION IS SEQUENTIAL                                   00000480
           FILE STATUS IS FS-REQUEST-FILE.                              00000490
           SELECT PENDING-IN-FILE                                       00000500
           ASSIGN TO GCHPEND                                            00000510
           ORGANIZATION IS SEQUENTIAL                                   00000520
           FILE STATUS IS FS-PENDING-IN-FILE.                           00000530
           SELECT PENDING-OUT-FILE                                      00000540
           ASSIGN TO GCHPOUT                                            00000550
           ORGANIZATION IS SEQUENTIAL                                   00000560
           FILE STATUS IS FS-PENDING-OUT-FILE.                          00000570
           SELECT APPROVAL-FILE                                         00000580
           ASSIGN TO GCHAPPR                                            00000590
           ORGANIZATION IS SEQUENTIAL                                   00000600
           FILE STATUS IS FS-APPROVAL-FILE.                             00000610
           SELECT GRADE-IN-FILE                                         00000620
           ASSIGN TO GRADEIN                                            00000630
           ORGANIZATION IS SEQUENTIAL                                   00000640
           FILE STATUS IS FS-GRADE-IN-FILE.                             00000650
           SELECT GRADE-OUT-FILE                                        00000660
           ASSIGN TO GRADEOUT                                           00000670
           ORGANIZATION IS SEQUENTIAL                                   00000680
           FILE STATUS IS FS-GRADE-OUT-FILE.                            00000690
           SELECT CHG-REJ-FILE                                          00000700
           ASSIGN TO GCHREJ                                             00000710
           ORGANIZATION IS SEQUENTIAL                                   00000720
           FILE STATUS IS FS-CHG-REJ-FILE.                              00000730
           SELECT RESTAND-FILE                                          00000740
           ASSIGN TO STNDSEL                                            00000750
           ORGANIZATION IS SEQUENTIAL                                   00000760
           FILE STATUS IS FS-RESTAND-FILE.                              00000770
           SELECT CHG-RPT-FILE                                          00000780
           ASSIGN TO GCHRPT                                             00000790
           ORGANIZATION IS SEQUENTIAL                                   00000800
           FILE STATUS IS FS-CHG-RPT-FILE.                              00000810
           SELECT AUDIT-LOG-FILE                                        00000820
           ASSIGN TO AUDITLOG                                           00000830
           ORGANIZATION IS SEQUENTIAL                                   00000840
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000850
           SELECT PROC-DATE-FILE                                        00000860
           ASSIGN TO PROCDATE                                           00000870
           ORGANIZATION IS SEQUENTIAL                                   00000880
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000890
           SELECT REASON-CODE-FILE                                      00000900
           ASSIGN TO RSNCODES                                           00000910
           ORGANIZATION IS SEQUENTIAL                                   00000920
           FILE STATUS IS FS-REASON-CODE-FILE.                          00000930
       DATA DIVISION.                                                   00000940
       FILE SECTION.                                                    00000950
       FD STUDENT-IN-FILE.                                              00000960
       COPY STUDREC.                                                    00000970
                                                                        00000980
      *> ***************************************************************00000990
      *> TONIGHT'S REQUESTS AND THE QUEUE IN AND OUT, ALL IN THE        00001000
      *> GRDCHG LAYOUT, READ INTO AND WRITTEN FROM WORKING-STORAGE      00001010
      *> ***************************************************************00001020
       FD REQUEST-FILE.                                                 00001030
       01 REQUEST-IN-RECORD         PIC X(80).                          00001040
                                                                        00001050
       FD PENDING-IN-FILE.                                              00001060
       01 PENDING-IN-RECORD         PIC X(80).                          00001070
                                                                        00001080
       FD PENDING-OUT-FILE.                                             00001090
       01 PENDING-OUT-RECORD        PIC X(80).                          00001100
                                                                        00001110
      *> ***************************************************************00001120
      *> THE DEPARTMENT'S DECISION ON A QUEUED CHANGE, KEYED BY THE     00001130
      *> GRADE IT CHANGES: A APPROVES, D DENIES                         00001140
      *> ***************************************************************00001150
       FD APPROVAL-FILE.                                                00001160
       01 APPROVAL-RECORD.                                              00001170
           05 GAP-STUDENT-ID        PIC 9(05).                          00001180
           05 GAP-COURSE-CD         PIC X(08).                          00001190
           05 GAP-TERM              PIC X(05).                          00001200
           05 GAP-DECISION          PIC X(01).                          00001210
               88 GAP-APPROVED       VALUE 'A'.                         00001220
               88 GAP-DENIED         VALUE 'D'.                         00001230
           05 GAP-APPROVED-BY       PIC X(08).                          00001240
           05 GAP-DECISION-DATE     PIC 9(08).                          00001250
           05 GAP-COMMENT           PIC X(30).                          00001260
           05 FILLER                PIC X(15).                          00001270
                                                                        00001280
       FD GRADE-IN-FILE.                                                00001290
       COPY GRADEREC.                                                   00001300
                                                                        00001310
       FD GRADE-OUT-FILE.                                               00001320
       01 GRADE-OUT-RECORD          PIC X(40).                          00001330
                                                                        00001340
       FD CHG-REJ-FILE.                                                 00001350
       01 CHG-REJ-REC.                                                  00001360
           05 GCREJ-ORIG-TRAN       PIC X(80).                          00001370
           05 GCREJ-REASON-CD       PIC X(04).                          00001380
           05 GCREJ-REASON-TXT      PIC X(40).                          00001390
                                                                        00001400
       FD RESTAND-FILE.                                                 00001410
       COPY STNDSEL.                                                    00001420
                                                                        00001430
       FD CHG-RPT-FILE.                                                 00001440
       01 CHG-RPT-LINE              PIC X(133).                         00001450
                                                                        00001460
       FD AUDIT-LOG-FILE.                                               00001470
       COPY AUDITLOG.                                                   00001480
                                                                        00001490
       FD PROC-DATE-FILE.                                               00001500
       COPY PROCDREC.                                                   00001510
                                                                        00001520
       FD REASON-CODE-FILE.                                             00001530
       COPY RSNCODE.                                                    00001540
                                                                        00001550
       WORKING-STORAGE SECTION.                                         00001560
       01 FS-STUDENT-IN-FILE PIC XX.                                    00001570
       01 FS-REQUEST-FILE PIC XX.                                       00001580
       01 FS-PENDING-IN-FILE PIC XX.                                    00001590
       01 FS-PENDING-OUT-FILE PIC XX.                                   00001600
       01 FS-APPROVAL-FILE PIC XX.                                      00001610
       01 FS-GRADE-IN-FILE PIC XX.                                      00001620
       01 FS-GRADE-OUT-FILE PIC XX.                                     00001630
       01 FS-CHG-REJ-FILE PIC XX.                                       00001640
       01 FS-RESTAND-FILE PIC XX.                                       00001650
       01 FS-CHG-RPT-FILE PIC XX.                                       00001660
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00001670
                                                                        00001680
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001690
           88 WS-EOF VALUE 'Y'.                                         00001700
       01 WS-REQ-EOF-SW PIC X(01) VALUE 'N'.                            00001710
           88 WS-REQ-EOF VALUE 'Y'.                                     00001720
       01 WS-APPR-EOF-SW PIC X(01) VALUE 'N'.                           00001730
           88 WS-APPR-EOF VALUE 'Y'.                                    00001740
       01 WS-VALID-SW PIC X(01) VALUE 'Y'.                              00001750
           88 WS-TRAN-VALID VALUE 'Y'.                                  00001760
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00001770
           88 WS-FOUND VALUE 'Y'.                                       00001780
                                                                        00001790
       01 WS-REASON-CD PIC X(04) VALUE SPACES.                          00001800
       01 WS-REASON-TXT PIC X(40) VALUE SPACES.                         00001810
       01 WS-REJ-IMAGE PIC X(80) VALUE SPACES.                          00001820
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001830
       01 WS-AUD-PERSON PIC X(08) VALUE SPACES.                         00001840
                                                                        00001850
       01 WS-REQUESTS-READ PIC 9(05) VALUE ZEROES.                      00001860
       01 WS-REQUESTS-QUEUED PIC 9(05) VALUE ZEROES.                    00001870
       01 WS-CARRIED-IN PIC 9(05) VALUE ZEROES.                         00001880
       01 WS-APPROVALS-READ PIC 9(05) VALUE ZEROES.                     00001890
       01 WS-GRADES-COPIED PIC 9(05) VALUE ZEROES.                      00001900
       01 WS-CHANGES-APPLIED PIC 9(05) VALUE ZEROES.                    00001910
       01 WS-CHANGES-DENIED PIC 9(05) VALUE ZEROES.                     00001920
       01 WS-CARRIED-OUT PIC 9(05) VALUE ZEROES.                        00001930
       01 WS-REJECTED PIC 9(05) VALUE ZEROES.                           00001940
                                                                        00001950
      *> THE CHANGE BEING WORKED, IN THE GRDCHG LAYOUT                  00001960
       COPY GRDCHG.                                                     00001970
                                                                        00001980
       01 WS-STUD-TABLE.                                                00001990
           05 WS-STUD-ENTRY OCCURS 200 TIMES.                           00002000
               10 TBL-STUD-ID           PIC 9(05).                      00002010
       01 WS-STUD-COUNT PIC 9(03) VALUE ZEROES.                         00002020
       01 WS-STUD-MAX PIC 9(03) VALUE 200.                              00002030
       01 WS-STUD-SUB PIC 9(03) VALUE ZEROES.                           00002040
                                                                        00002050
      *> ***************************************************************00002060
      *> THE CHANGE QUEUE: LAST RUN'S UNDECIDED CHANGES FIRST, THEN     00002070
      *> TONIGHT'S ACCEPTED REQUESTS.  P WAITS ON THE DEPARTMENT, A IS  00002080
      *> APPROVED, D DENIED, X APPLIED TO THE GRADE FILE                00002090
      *> ***************************************************************00002100
       01 WS-GCH-TABLE.                                                 00002110
           05 WS-GCH-ENTRY OCCURS 500 TIMES.                            00002120
               10 TBL-GCH-IMAGE         PIC X(80).                      00002130
               10 TBL-GCH-STUDENT-ID    PIC 9(05).                      00002140
               10 TBL-GCH-COURSE-CD     PIC X(08).                      00002150
               10 TBL-GCH-TERM          PIC X(05).                      00002160
               10 TBL-GCH-SECTION       PIC X(03).                      00002170
               10 TBL-GCH-OLD-SCORE     PIC 9(03).                      00002180
               10 TBL-GCH-NEW-SCORE     PIC 9(03).                      00002190
               10 TBL-GCH-REASON-CD     PIC X(02).                      00002200
               10 TBL-GCH-REQUESTED-BY  PIC X(08).                      00002210
               10 TBL-GCH-REQUEST-DATE  PIC 9(08).                      00002220
               10 TBL-GCH-APPROVER      PIC X(08).                      00002230
               10 TBL-GCH-STATE         PIC X(01).                      00002240
                   88 TBL-GCH-PENDING    VALUE 'P'.                     00002250
                   88 TBL-GCH-APPROVED   VALUE 'A'.                     00002260
                   88 TBL-GCH-DENIED     VALUE 'D'.                     00002270
                   88 TBL-GCH-APPLIED    VALUE 'X'.                     00002280
               10 TBL-GCH-MATCHED-SW    PIC X(01).                      00002290
                   88 TBL-GCH-MATCHED    VALUE 'Y'.                     00002300
       01 WS-GCH-COUNT PIC 9(03) VALUE ZEROES.                          00002310
       01 WS-GCH-MAX PIC 9(03) VALUE 500.                               00002320
       01 WS-GCH-SUB PIC 9(03) VALUE ZEROES.                            00002330
       01 WS-GCH-HIT PIC 9(03) VALUE ZEROES.                            00002340
                                                                        00002350
      *> ***************************************************************00002360
      *> CHANGE REGISTER LINES                                          00002370
      *> ***************************************************************00002380
       01 WS-RPT-HDR-1.                                                 00002390
           05 FILLER PIC X(01) VALUE '1'.                               00002400
           05 FILLER PIC X(45)                                          00002410
              VALUE 'GRDCHG - GRADE CHANGE REGISTER'.                   00002420
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00002430
           05 RH-RUN-DATE PIC 9(08).                                    00002440
                                                                        00002450
       01 WS-RPT-HDR-2.                                                 00002460
           05 FILLER PIC X(01) VALUE '0'.                               00002470
           05 FILLER PIC X(10) VALUE 'OUTCOME'.                         00002480
           05 FILLER PIC X(07) VALUE 'STUDENT'.                         00002490
           05 FILLER PIC X(10) VALUE 'COURSE'.                          00002500
           05 FILLER PIC X(07) VALUE 'TERM'.                            00002510
           05 FILLER PIC X(05) VALUE 'SECT'.                            00002520
           05 FILLER PIC X(05) VALUE 'WAS'.                             00002530
           05 FILLER PIC X(05) VALUE 'NOW'.                             00002540
           05 FILLER PIC X(04) VALUE 'RSN'.                             00002550
           05 FILLER PIC X(10) VALUE 'REQUESTER'.                       00002560
           05 FILLER PIC X(10) VALUE 'APPROVER'.                        00002570
           05 FILLER PIC X(09) VALUE 'REQUESTED'.                       00002580
                                                                        00002590
       01 WS-RPT-DTL-LINE.                                              00002600
           05 FILLER PIC X(01) VALUE SPACE.                             00002610
           05 RD-OUTCOME PIC X(10).                                     00002620
           05 RD-STUDENT-ID PIC 9(05).                                  00002630
           05 FILLER PIC X(02) VALUE SPACES.                            00002640
           05 RD-COURSE-CD PIC X(08).                                   00002650
           05 FILLER PIC X(02) VALUE SPACES.                            00002660
           05 RD-TERM PIC X(05).                                        00002670
           05 FILLER PIC X(02) VALUE SPACES.                            00002680
           05 RD-SECTION PIC X(03).                                     00002690
           05 FILLER PIC X(02) VALUE SPACES.                            00002700
           05 RD-OLD-SCORE PIC ZZ9.                                     00002710
           05 FILLER PIC X(02) VALUE SPACES.                            00002720
           05 RD-NEW-SCORE PIC ZZ9.                                     00002730
           05 FILLER PIC X(02) VALUE SPACES.                            00002740
           05 RD-REASON-CD PIC X(02).                                   00002750
           05 FILLER PIC X(02) VALUE SPACES.                            00002760
           05 RD-REQUESTED-BY PIC X(08).                                00002770
           05 FILLER PIC X(02) VALUE SPACES.                            00002780
           05 RD-APPROVER PIC X(08).                                    00002790
           05 FILLER PIC X(02) VALUE SPACES.                            00002800
           05 RD-REQUEST-DATE PIC 9(08).                                00002810
                                                                        00002820
       01 WS-RPT-TOTAL-LINE.                                            00002830
           05 FILLER PIC X(01) VALUE '0'.                               00002840
           05 RT-LABEL PIC X(30).                                       00002850
           05 RT-COUNT PIC ZZZZ9.                                       00002860
       COPY ABENDCPY.                                                   00002870
       COPY AUDITCHN.                                                   00002880
       COPY PROCDCPY.                                                   00002890
       01 FS-REASON-CODE-FILE PIC XX.                                   00002900
       COPY RSNTBL.                                                     00002910
                                                                        00002920
       PROCEDURE DIVISION.                                              00002930
       0000-MAIN.                                                       00002940
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00002950
           PERFORM 2000-TAKE-REQUEST THRU 2000-EXIT                     00002960
              UNTIL WS-REQ-EOF                                          00002970
           PERFORM 3000-TAKE-APPROVAL THRU 3000-EXIT                    00002980
              UNTIL WS-APPR-EOF                                         00002990
           PERFORM 4000-APPLY-CHANGES THRU 4000-EXIT                    00003000
           PERFORM 5000-SETTLE-CHANGE THRU 5000-EXIT                    00003010
              VARYING WS-GCH-SUB FROM 1 BY 1                            00003020
              UNTIL WS-GCH-SUB > WS-GCH-COUNT                           00003030
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00003040
           IF WS-REJECTED > 0                                           00003050
              SET RC-WARNING TO TRUE                                    00003060
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00003070
           END-IF                                                       00003080
           GOBACK.                                                      00003090
                                                                        00003100
      *> ***************************************************************00003110
      *> RUN DATE, THE STUDENTS, LAST RUN'S QUEUE; THEN OPEN TONIGHT'S  00003120
      *> REQUESTS, THE DECISIONS AND THE OUTPUTS                        00003130
      *> ***************************************************************00003140
       1000-INITIALIZE.                                                 00003150
           PERFORM 8400-LOAD-REASON-CODES THRU 8400-EXIT                00003160
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00003170
           IF WS-PROCESS-DATE > 0                                       00003180
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00003190
           ELSE                                                         00003200
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00003210
           END-IF                                                       00003220
           MOVE "GRDCHG" TO ALOG-PROGRAM-ID                             00003230
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00003240
           IF FS-AUDIT-LOG-FILE NOT = "00"                              00003250
              MOVE "OPEN FAILED ON AUDIT-LOG-FILE" TO WS-ABEND-MESSAGE  00003260
              GO TO 9999-ABEND                                          00003270
           END-IF                                                       00003280
                                                                        00003290
           PERFORM 1100-LOAD-STUDENTS THRU 1100-EXIT                    00003300
           PERFORM 1200-LOAD-QUEUE THRU 1200-EXIT                       00003310
                                                                        00003320
           OPEN INPUT REQUEST-FILE                                      00003330
           EVALUATE FS-REQUEST-FILE                                     00003340
             WHEN "00"                                                  00003350
               PERFORM 2900-READ-REQUEST THRU 2900-EXIT                 00003360
             WHEN "35"                                                  00003370
               DISPLAY "NO GRADE CHANGE REQUESTS TONIGHT"               00003380
               SET WS-REQ-EOF TO TRUE                                   00003390
             WHEN OTHER                                                 00003400
               MOVE "OPEN FAILED ON REQUEST-FILE" TO WS-ABEND-MESSAGE   00003410
               GO TO 9999-ABEND                                         00003420
           END-EVALUATE                                                 00003430
           OPEN INPUT APPROVAL-FILE                                     00003440
           EVALUATE FS-APPROVAL-FILE                                    00003450
             WHEN "00"                                                  00003460
               PERFORM 3900-READ-APPROVAL THRU 3900-EXIT                00003470
             WHEN "35"                                                  00003480
               DISPLAY "NO DEPARTMENT DECISIONS TONIGHT"                00003490
               SET WS-APPR-EOF TO TRUE                                  00003500
             WHEN OTHER                                                 00003510
               MOVE "OPEN FAILED ON APPROVAL-FILE" TO WS-ABEND-MESSAGE  00003520
               GO TO 9999-ABEND                                         00003530
           END-EVALUATE                                                 00003540
                                                                        00003550
           OPEN OUTPUT CHG-REJ-FILE                                     00003560
           IF FS-CHG-REJ-FILE NOT = "00"                                00003570
              MOVE "OPEN FAILED ON CHG-REJ-FILE" TO WS-ABEND-MESSAGE    00003580
              GO TO 9999-ABEND                                          00003590
           END-IF                                                       00003600
           OPEN OUTPUT PENDING-OUT-FILE                                 00003610
           IF FS-PENDING-OUT-FILE NOT = "00"                            00003620
              MOVE "OPEN FAILED ON PENDING-OUT-FILE" TO                 00003630
                 WS-ABEND-MESSAGE                                       00003640
              GO TO 9999-ABEND                                          00003650
           END-IF                                                       00003660
           OPEN OUTPUT RESTAND-FILE                                     00003670
           IF FS-RESTAND-FILE NOT = "00"                                00003680
              MOVE "OPEN FAILED ON RESTAND-FILE" TO WS-ABEND-MESSAGE    00003690
              GO TO 9999-ABEND                                          00003700
           END-IF                                                       00003710
           OPEN OUTPUT CHG-RPT-FILE                                     00003720
           IF FS-CHG-RPT-FILE NOT = "00"                                00003730
              MOVE "OPEN FAILED ON CHG-RPT-FILE" TO WS-ABEND-MESSAGE    00003740
              GO TO 9999-ABEND                                          00003750
           END-IF                                                       00003760
           MOVE WS-RUN-DATE TO RH-RUN-DATE                              00003770
           WRITE CHG-RPT-LINE FROM WS-RPT-HDR-1                         00003780
           WRITE CHG-RPT-LINE FROM WS-RPT-HDR-2.                        00003790
       1000-EXIT.                                                       00003800
           EXIT.                                                        00003810
                                                                        00003820
       1100-LOAD-STUDENTS.                                              00003830
           OPEN INPUT STUDENT-IN-FILE                                   00003840
           IF FS-STUDENT-IN-FILE NOT = "00"                             00003850
              MOVE "OPEN FAILED ON STUDENT-IN-FILE" TO WS-ABEND-MESSAGE 00003860
              GO TO 9999-ABEND                                          00003870
           END-IF                                                       00003880
           MOVE 'N' TO WS-EOF-SW                                        00003890
           PERFORM UNTIL WS-EOF                                         00003900
             READ STUDENT-IN-FILE                                       00003910
               AT END                                                   00003920
                 SET WS-EOF TO TRUE                                     00003930
               NOT AT END                                               00003940
                 IF WS-STUD-COUNT < WS-STUD-MAX                         00003950
                    ADD 1 TO WS-STUD-COUNT                              00003960
                    MOVE STUD-ID TO TBL-STUD-ID (WS-STUD-COUNT)         00003970
                 ELSE                                                   00003980
                    DISPLAY "STUDENT TABLE FULL, NOT LOADED: "          00003990
                      STUD-ID                                           00004000
                 END-IF                                                 00004010
             END-READ                                                   00004020
           END-PERFORM                                                  00004030
           CLOSE STUDENT-IN-FILE.                                       00004040
       1100-EXIT.                                                       00004050
           EXIT.                                                        00004060
                                                                        00004070
      *> ***************************************************************00004080
      *> LAST RUN'S UNDECIDED CHANGES WERE EDITED WHEN THEY CAME IN     00004090
      *> AND GO STRAIGHT BACK ON THE QUEUE.  NO QUEUE IS THE FIRST RUN  00004100
      *> ***************************************************************00004110
       1200-LOAD-QUEUE.                                                 00004120
           OPEN INPUT PENDING-IN-FILE                                   00004130
           EVALUATE FS-PENDING-IN-FILE                                  00004140
             WHEN "00"                                                  00004150
               MOVE 'N' TO WS-EOF-SW                                    00004160
               PERFORM UNTIL WS-EOF                                     00004170
                 READ PENDING-IN-FILE INTO GRADE-CHANGE-RECORD          00004180
                   AT END                                               00004190
                     SET WS-EOF TO TRUE                                 00004200
                   NOT AT END                                           00004210
                     IF WS-GCH-COUNT < WS-GCH-MAX                       00004220
                        PERFORM 2100-QUEUE-CHANGE THRU 2100-EXIT        00004230
                        ADD 1 TO WS-CARRIED-IN                          00004240
                     ELSE                                               00004250
                        MOVE GRADE-CHANGE-RECORD TO WS-REJ-IMAGE        00004260
                        MOVE "G016" TO WS-REASON-CD                     00004270
                        MOVE "CHANGE QUEUE FULL" TO WS-REASON-TXT       00004280
                        PERFORM 8000-WRITE-REJECT THRU 8000-EXIT        00004290
                     END-IF                                             00004300
                 END-READ                                               00004310
               END-PERFORM                                              00004320
               CLOSE PENDING-IN-FILE                                    00004330
             WHEN "35"                                                  00004340
               DISPLAY "NO CHANGE QUEUE FROM A PRIOR RUN"               00004350
             WHEN OTHER                                                 00004360
               MOVE "OPEN FAILED ON PENDING-IN-FILE" TO                 00004370
                  WS-ABEND-MESSAGE                                      00004380
               GO TO 9999-ABEND                                         00004390
           END-EVALUATE.                                                00004400
       1200-EXIT.                                                       00004410
           EXIT.                                                        00004420
                                                                        00004430
      *> ***************************************************************00004440
      *> EDIT ONE NEW REQUEST AND QUEUE IT FOR THE DEPARTMENT.  WHETHER 00004450
      *> THE GRADE IS STILL ON FILE AT THE ORIGINAL SCORE IS SETTLED    00004460
      *> WHEN THE GRADE FILE IS PASSED                                  00004470
      *> ***************************************************************00004480
       2000-TAKE-REQUEST.                                               00004490
           SET WS-TRAN-VALID TO TRUE                                    00004500
           MOVE SPACES TO WS-REASON-CD                                  00004510
           MOVE SPACES TO WS-REASON-TXT                                 00004520
                                                                        00004530
           MOVE 'N' TO WS-FOUND-SW                                      00004540
           IF GCH-STUDENT-ID NUMERIC                                    00004550
              PERFORM VARYING WS-STUD-SUB FROM 1 BY 1                   00004560
                       UNTIL WS-STUD-SUB > WS-STUD-COUNT                00004570
                       OR WS-FOUND                                      00004580
                IF TBL-STUD-ID (WS-STUD-SUB) = GCH-STUDENT-ID           00004590
                   SET WS-FOUND TO TRUE                                 00004600
                END-IF                                                  00004610
              END-PERFORM                                               00004620
           END-IF                                                       00004630
           EVALUATE TRUE                                                00004640
             WHEN NOT WS-FOUND                                          00004650
               MOVE 'N' TO WS-VALID-SW                                  00004660
               MOVE "G007" TO WS-REASON-CD                              00004670
               MOVE "STUDENT NOT ON MASTER" TO WS-REASON-TXT            00004680
             WHEN GCH-OLD-SCORE NOT NUMERIC                             00004690
               OR GCH-NEW-SCORE NOT NUMERIC                             00004700
               OR GCH-OLD-SCORE > 100                                   00004710
               OR GCH-NEW-SCORE > 100                                   00004720
               OR GCH-NEW-SCORE = GCH-OLD-SCORE                         00004730
               MOVE 'N' TO WS-VALID-SW                                  00004740
               MOVE "G008" TO WS-REASON-CD                              00004750
               MOVE "SCORE NOT NUMERIC, OVER 100 OR UNCHANGED" TO       00004760
                  WS-REASON-TXT                                         00004770
             WHEN NOT GCH-REASON-VALID                                  00004780
               MOVE 'N' TO WS-VALID-SW                                  00004790
               MOVE "G009" TO WS-REASON-CD                              00004800
               MOVE "CHANGE REASON NOT RECOGNISED" TO WS-REASON-TXT     00004810
             WHEN GCH-REQUESTED-BY = SPACES                             00004820
               MOVE 'N' TO WS-VALID-SW                                  00004830
               MOVE "G010" TO WS-REASON-CD                              00004840
               MOVE "REQUESTER MISSING" TO WS-REASON-TXT                00004850
           END-EVALUATE                                                 00004860
                                                                        00004870
           IF WS-TRAN-VALID                                             00004880
              MOVE 'N' TO WS-FOUND-SW                                   00004890
              PERFORM VARYING WS-GCH-SUB FROM 1 BY 1                    00004900
                       UNTIL WS-GCH-SUB > WS-GCH-COUNT                  00004910
                       OR WS-FOUND                                      00004920
                IF TBL-GCH-STUDENT-ID (WS-GCH-SUB) = GCH-STUDENT-ID     00004930
                   AND TBL-GCH-COURSE-CD (WS-GCH-SUB) = GCH-COURSE-CD   00004940
                   AND TBL-GCH-TERM (WS-GCH-SUB) = GCH-TERM             00004950
                   SET WS-FOUND TO TRUE                                 00004960
                END-IF                                                  00004970
              END-PERFORM                                               00004980
              IF WS-FOUND                                               00004990
                 MOVE 'N' TO WS-VALID-SW                                00005000
                 MOVE "G011" TO WS-REASON-CD                            00005010
                 MOVE "A CHANGE IS ALREADY QUEUED FOR THE GRADE" TO     00005020
                    WS-REASON-TXT                                       00005030
              END-IF                                                    00005040
           END-IF                                                       00005050
                                                                        00005060
           IF WS-TRAN-VALID                                             00005070
              AND WS-GCH-COUNT NOT < WS-GCH-MAX                         00005080
              MOVE 'N' TO WS-VALID-SW                                   00005090
              MOVE "G016" TO WS-REASON-CD                               00005100
              MOVE "CHANGE QUEUE FULL" TO WS-REASON-TXT                 00005110
           END-IF                                                       00005120
                                                                        00005130
           IF WS-TRAN-VALID                                             00005140
              IF GCH-REQUEST-DATE NOT NUMERIC                           00005150
                 OR GCH-REQUEST-DATE = ZEROES                           00005160
                 MOVE WS-RUN-DATE TO GCH-REQUEST-DATE                   00005170
              END-IF                                                    00005180
              PERFORM 2100-QUEUE-CHANGE THRU 2100-EXIT                  00005190
              ADD 1 TO WS-REQUESTS-QUEUED                               00005200
              MOVE TBL-GCH-REQUESTED-BY (WS-GCH-COUNT) TO               00005210
                 WS-AUD-PERSON                                          00005220
              MOVE WS-GCH-COUNT TO WS-GCH-HIT                           00005230
              MOVE "GRD CHG REQ " TO ALOG-ACTION                        00005240
              PERFORM 8100-AUDIT-CHANGE THRU 8100-EXIT                  00005250
           ELSE                                                         00005260
              MOVE GRADE-CHANGE-RECORD TO WS-REJ-IMAGE                  00005270
              PERFORM 8000-WRITE-REJECT THRU 8000-EXIT                  00005280
           END-IF                                                       00005290
           PERFORM 2900-READ-REQUEST THRU 2900-EXIT.                    00005300
       2000-EXIT.                                                       00005310
           EXIT.                                                        00005320
                                                                        00005330
       2100-QUEUE-CHANGE.                                               00005340
           ADD 1 TO WS-GCH-COUNT                                        00005350
           MOVE GRADE-CHANGE-RECORD TO TBL-GCH-IMAGE (WS-GCH-COUNT)     00005360
           MOVE GCH-STUDENT-ID TO TBL-GCH-STUDENT-ID (WS-GCH-COUNT)     00005370
           MOVE GCH-COURSE-CD TO TBL-GCH-COURSE-CD (WS-GCH-COUNT)       00005380
           MOVE GCH-TERM TO TBL-GCH-TERM (WS-GCH-COUNT)                 00005390
           MOVE GCH-SECTION TO TBL-GCH-SECTION (WS-GCH-COUNT)           00005400
           MOVE GCH-OLD-SCORE TO TBL-GCH-OLD-SCORE (WS-GCH-COUNT)       00005410
           MOVE GCH-NEW-SCORE TO TBL-GCH-NEW-SCORE (WS-GCH-COUNT)       00005420
           MOVE GCH-REASON-CD TO TBL-GCH-REASON-CD (WS-GCH-COUNT)       00005430
           MOVE GCH-REQUESTED-BY TO                                     00005440
              TBL-GCH-REQUESTED-BY (WS-GCH-COUNT)                       00005450
           MOVE GCH-REQUEST-DATE TO                                     00005460
              TBL-GCH-REQUEST-DATE (WS-GCH-COUNT)                       00005470
           MOVE SPACES TO TBL-GCH-APPROVER (WS-GCH-COUNT)               00005480
           MOVE 'P' TO TBL-GCH-STATE (WS-GCH-COUNT)                     00005490
           MOVE 'N' TO TBL-GCH-MATCHED-SW (WS-GCH-COUNT).               00005500
       2100-EXIT.                                                       00005510
           EXIT.                                                        00005520
                                                                        00005530
       2900-READ-REQUEST.                                               00005540
           READ REQUEST-FILE INTO GRADE-CHANGE-RECORD                   00005550
           EVALUATE FS-REQUEST-FILE                                     00005560
             WHEN "00"                                                  00005570
               ADD 1 TO WS-REQUESTS-READ                                00005580
             WHEN "10"                                                  00005590
               SET WS-REQ-EOF TO TRUE                                   00005600
             WHEN OTHER                                                 00005610
               DISPLAY "READ FAILED, REQUEST STATUS: "                  00005620
                 FS-REQUEST-FILE                                        00005630
               SET WS-REQ-EOF TO TRUE                                   00005640
           END-EVALUATE.                                                00005650
       2900-EXIT.                                                       00005660
           EXIT.                                                        00005670
                                                                        00005680
      *> ***************************************************************00005690
      *> ONE DEPARTMENT DECISION AGAINST THE QUEUE.  NOBODY APPROVES    00005700
      *> THEIR OWN REQUEST; A DENIAL TAKES THE CHANGE OFF THE QUEUE     00005710
      *> ***************************************************************00005720
       3000-TAKE-APPROVAL.                                              00005730
           SET WS-TRAN-VALID TO TRUE                                    00005740
           MOVE SPACES TO WS-REASON-CD                                  00005750
           MOVE SPACES TO WS-REASON-TXT                                 00005760
                                                                        00005770
           IF NOT GAP-APPROVED AND NOT GAP-DENIED                       00005780
              MOVE 'N' TO WS-VALID-SW                                   00005790
              MOVE "G015" TO WS-REASON-CD                               00005800
              MOVE "APPROVAL DECISION NOT A OR D" TO WS-REASON-TXT      00005810
           END-IF                                                       00005820
                                                                        00005830
           IF WS-TRAN-VALID                                             00005840
              MOVE 'N' TO WS-FOUND-SW                                   00005850
              PERFORM VARYING WS-GCH-SUB FROM 1 BY 1                    00005860
                       UNTIL WS-GCH-SUB > WS-GCH-COUNT                  00005870
                       OR WS-FOUND                                      00005880
                IF TBL-GCH-STUDENT-ID (WS-GCH-SUB) = GAP-STUDENT-ID     00005890
                   AND TBL-GCH-COURSE-CD (WS-GCH-SUB) = GAP-COURSE-CD   00005900
                   AND TBL-GCH-TERM (WS-GCH-SUB) = GAP-TERM             00005910
                   AND TBL-GCH-PENDING (WS-GCH-SUB)                     00005920
                   SET WS-FOUND TO TRUE                                 00005930
                   MOVE WS-GCH-SUB TO WS-GCH-HIT                        00005940
                END-IF                                                  00005950
              END-PERFORM                                               00005960
              IF NOT WS-FOUND                                           00005970
                 MOVE 'N' TO WS-VALID-SW                                00005980
                 MOVE "G013" TO WS-REASON-CD                            00005990
                 MOVE "APPROVAL MATCHES NO QUEUED CHANGE" TO            00006000
                    WS-REASON-TXT                                       00006010
              END-IF                                                    00006020
           END-IF                                                       00006030
                                                                        00006040
           IF WS-TRAN-VALID                                             00006050
              IF GAP-APPROVED-BY = SPACES                               00006060
                 OR GAP-APPROVED-BY =                                   00006070
                    TBL-GCH-REQUESTED-BY (WS-GCH-HIT)                   00006080
                 MOVE 'N' TO WS-VALID-SW                                00006090
                 MOVE "G014" TO WS-REASON-CD                            00006100
                 MOVE "APPROVER MISSING OR IS THE REQUESTER" TO         00006110
                    WS-REASON-TXT                                       00006120
              END-IF                                                    00006130
           END-IF                                                       00006140
                                                                        00006150
           IF WS-TRAN-VALID                                             00006160
              MOVE GAP-APPROVED-BY TO TBL-GCH-APPROVER (WS-GCH-HIT)     00006170
              IF GAP-APPROVED                                           00006180
                 MOVE 'A' TO TBL-GCH-STATE (WS-GCH-HIT)                 00006190
              ELSE                                                      00006200
                 MOVE 'D' TO TBL-GCH-STATE (WS-GCH-HIT)                 00006210
                 ADD 1 TO WS-CHANGES-DENIED                             00006220
                 MOVE GAP-APPROVED-BY TO WS-AUD-PERSON                  00006230
                 MOVE "GRD CHG DENY" TO ALOG-ACTION                     00006240
                 PERFORM 8100-AUDIT-CHANGE THRU 8100-EXIT               00006250
              END-IF                                                    00006260
           ELSE                                                         00006270
              MOVE APPROVAL-RECORD TO WS-REJ-IMAGE                      00006280
              PERFORM 8000-WRITE-REJECT THRU 8000-EXIT                  00006290
           END-IF                                                       00006300
           PERFORM 3900-READ-APPROVAL THRU 3900-EXIT.                   00006310
       3000-EXIT.                                                       00006320
           EXIT.                                                        00006330
                                                                        00006340
       3900-READ-APPROVAL.                                              00006350
           READ APPROVAL-FILE                                           00006360
           EVALUATE FS-APPROVAL-FILE                                    00006370
             WHEN "00"                                                  00006380
               ADD 1 TO WS-APPROVALS-READ                               00006390
             WHEN "10"                                                  00006400
               SET WS-APPR-EOF TO TRUE                                  00006410
             WHEN OTHER                                                 00006420
               DISPLAY "READ FAILED, APPROVAL STATUS: "                 00006430
                 FS-APPROVAL-FILE                                       00006440
               SET WS-APPR-EOF TO TRUE                                  00006450
           END-EVALUATE.                                                00006460
       3900-EXIT.                                                       00006470
           EXIT.                                                        00006480
                                                                        00006490
      *> ***************************************************************00006500
      *> COPY THE GRADE FILE TO ITS NEW GENERATION.  EACH QUEUED        00006510
      *> CHANGE CLAIMS THE ONE GRADE THAT STILL CARRIES ITS ORIGINAL    00006520
      *> SCORE; AN APPROVED ONE RESCORES THAT GRADE WHERE IT STANDS     00006530
      *> ***************************************************************00006540
       4000-APPLY-CHANGES.                                              00006550
           OPEN INPUT GRADE-IN-FILE                                     00006560
           IF FS-GRADE-IN-FILE NOT = "00"                               00006570
              MOVE "OPEN FAILED ON GRADE-IN-FILE" TO WS-ABEND-MESSAGE   00006580
              GO TO 9999-ABEND                                          00006590
           END-IF                                                       00006600
           OPEN OUTPUT GRADE-OUT-FILE                                   00006610
           IF FS-GRADE-OUT-FILE NOT = "00"                              00006620
              MOVE "OPEN FAILED ON GRADE-OUT-FILE" TO WS-ABEND-MESSAGE  00006630
              GO TO 9999-ABEND                                          00006640
           END-IF                                                       00006650
           MOVE 'N' TO WS-EOF-SW                                        00006660
           PERFORM UNTIL WS-EOF                                         00006670
             READ GRADE-IN-FILE                                         00006680
               AT END                                                   00006690
                 SET WS-EOF TO TRUE                                     00006700
               NOT AT END                                               00006710
                 PERFORM 4100-MATCH-GRADE THRU 4100-EXIT                00006720
                 WRITE GRADE-OUT-RECORD FROM GRADE-TRAN-RECORD          00006730
                 IF FS-GRADE-OUT-FILE NOT = "00"                        00006740
                    MOVE "WRITE FAILED ON GRADE-OUT-FILE" TO            00006750
                       WS-ABEND-MESSAGE                                 00006760
                    GO TO 9999-ABEND                                    00006770
                 END-IF                                                 00006780
                 ADD 1 TO WS-GRADES-COPIED                              00006790
             END-READ                                                   00006800
           END-PERFORM                                                  00006810
           CLOSE GRADE-IN-FILE                                          00006820
           CLOSE GRADE-OUT-FILE.                                        00006830
       4000-EXIT.                                                       00006840
           EXIT.                                                        00006850
                                                                        00006860
       4100-MATCH-GRADE.                                                00006870
           MOVE 'N' TO WS-FOUND-SW                                      00006880
           PERFORM VARYING WS-GCH-SUB FROM 1 BY 1                       00006890
                    UNTIL WS-GCH-SUB > WS-GCH-COUNT                     00006900
                    OR WS-FOUND                                         00006910
             IF NOT TBL-GCH-MATCHED (WS-GCH-SUB)                        00006920
                AND NOT TBL-GCH-DENIED (WS-GCH-SUB)                     00006930
                AND TBL-GCH-STUDENT-ID (WS-GCH-SUB) = GRD-STUDENT-ID    00006940
                AND TBL-GCH-COURSE-CD (WS-GCH-SUB) = GRD-COURSE-CD      00006950
                AND TBL-GCH-TERM (WS-GCH-SUB) = GRD-TERM                00006960
                AND TBL-GCH-OLD-SCORE (WS-GCH-SUB) = GRD-SCORE          00006970
                AND (TBL-GCH-SECTION (WS-GCH-SUB) = SPACES              00006980
                  OR TBL-GCH-SECTION (WS-GCH-SUB) = GRD-SECTION)        00006990
                SET WS-FOUND TO TRUE                                    00007000
                MOVE WS-GCH-SUB TO WS-GCH-HIT                           00007010
             END-IF                                                     00007020
           END-PERFORM                                                  00007030
           IF NOT WS-FOUND                                              00007040
              GO TO 4100-EXIT                                           00007050
           END-IF                                                       00007060
           SET TBL-GCH-MATCHED (WS-GCH-HIT) TO TRUE                     00007070
           IF TBL-GCH-APPROVED (WS-GCH-HIT)                             00007080
              PERFORM 4200-APPLY-ONE THRU 4200-EXIT                     00007090
           END-IF.                                                      00007100
       4100-EXIT.                                                       00007110
           EXIT.                                                        00007120
                                                                        00007130
      *> THE RESCORE ITSELF: THE AUDIT ENTRY CARRIES THE BEFORE AND     00007140
      *> AFTER SCORE AND THE APPROVER; STANDING IS TOLD THE STUDENT     00007150
      *> AND TERM TO LOOK AT AGAIN                                      00007160
       4200-APPLY-ONE.                                                  00007170
           MOVE TBL-GCH-NEW-SCORE (WS-GCH-HIT) TO GRD-SCORE             00007180
           MOVE 'X' TO TBL-GCH-STATE (WS-GCH-HIT)                       00007190
           ADD 1 TO WS-CHANGES-APPLIED                                  00007200
           MOVE TBL-GCH-APPROVER (WS-GCH-HIT) TO WS-AUD-PERSON          00007210
           MOVE "GRD CHANGED " TO ALOG-ACTION                           00007220
           PERFORM 8100-AUDIT-CHANGE THRU 8100-EXIT                     00007230
                                                                        00007240
           MOVE SPACES TO STANDING-SELECT-RECORD                        00007250
           MOVE GRD-STUDENT-ID TO SSL-STUDENT-ID                        00007260
           MOVE GRD-TERM TO SSL-TERM                                    00007270
           MOVE WS-RUN-DATE TO SSL-CHANGE-DATE                          00007280
           WRITE STANDING-SELECT-RECORD                                 00007290
           IF FS-RESTAND-FILE NOT = "00"                                00007300
              DISPLAY "WRITE FAILED, RESTAND STATUS: "                  00007310
                FS-RESTAND-FILE                                         00007320
           END-IF.                                                      00007330
       4200-EXIT.                                                       00007340
           EXIT.                                                        00007350
                                                                        00007360
      *> ***************************************************************00007370
      *> SETTLE ONE QUEUED CHANGE: REGISTER IT, CARRY IT FORWARD IF THE 00007380
      *> DEPARTMENT HAS NOT DECIDED, REJECT IT IF ITS GRADE IS GONE     00007390
      *> ***************************************************************00007400
       5000-SETTLE-CHANGE.                                              00007410
           MOVE SPACES TO RD-OUTCOME                                    00007420
           EVALUATE TRUE                                                00007430
             WHEN TBL-GCH-APPLIED (WS-GCH-SUB)                          00007440
               MOVE 'APPLIED' TO RD-OUTCOME                             00007450
             WHEN TBL-GCH-DENIED (WS-GCH-SUB)                           00007460
               MOVE 'DENIED' TO RD-OUTCOME                              00007470
             WHEN NOT TBL-GCH-MATCHED (WS-GCH-SUB)                      00007480
               MOVE 'NO GRADE' TO RD-OUTCOME                            00007490
               MOVE TBL-GCH-IMAGE (WS-GCH-SUB) TO WS-REJ-IMAGE          00007500
               MOVE "G012" TO WS-REASON-CD                              00007510
               MOVE "NO GRADE ON FILE WITH THE ORIGINAL SCORE" TO       00007520
                  WS-REASON-TXT                                         00007530
               PERFORM 8000-WRITE-REJECT THRU 8000-EXIT                 00007540
             WHEN OTHER                                                 00007550
               MOVE 'PENDING' TO RD-OUTCOME                             00007560
               WRITE PENDING-OUT-RECORD FROM TBL-GCH-IMAGE (WS-GCH-SUB) 00007570
               IF FS-PENDING-OUT-FILE NOT = "00"                        00007580
                  MOVE "WRITE FAILED ON PENDING-OUT-FILE" TO            00007590
                     WS-ABEND-MESSAGE                                   00007600
                  GO TO 9999-ABEND                                      00007610
               END-IF                                                   00007620
               ADD 1 TO WS-CARRIED-OUT                                  00007630
           END-EVALUATE                                                 00007640
           MOVE TBL-GCH-STUDENT-ID (WS-GCH-SUB) TO RD-STUDENT-ID        00007650
           MOVE TBL-GCH-COURSE-CD (WS-GCH-SUB) TO RD-COURSE-CD          00007660
           MOVE TBL-GCH-TERM (WS-GCH-SUB) TO RD-TERM                    00007670
           MOVE TBL-GCH-SECTION (WS-GCH-SUB) TO RD-SECTION              00007680
           MOVE TBL-GCH-OLD-SCORE (WS-GCH-SUB) TO RD-OLD-SCORE          00007690
           MOVE TBL-GCH-NEW-SCORE (WS-GCH-SUB) TO RD-NEW-SCORE          00007700
           MOVE TBL-GCH-REASON-CD (WS-GCH-SUB) TO RD-REASON-CD          00007710
           MOVE TBL-GCH-REQUESTED-BY (WS-GCH-SUB) TO RD-REQUESTED-BY    00007720
           MOVE TBL-GCH-APPROVER (WS-GCH-SUB) TO RD-APPROVER            00007730
           MOVE TBL-GCH-REQUEST-DATE (WS-GCH-SUB) TO RD-REQUEST-DATE    00007740
           WRITE CHG-RPT-LINE FROM WS-RPT-DTL-LINE.                     00007750
       5000-EXIT.                                                       00007760
           EXIT.                                                        00007770
                                                                        00007780
      *> ***************************************************************00007790
      *> WRITE ONE REJECT WITH ITS SHARED REASON TEXT AND LOG IT        00007800
      *> ***************************************************************00007810
       8000-WRITE-REJECT.                                               00007820
           MOVE WS-REJ-IMAGE TO GCREJ-ORIG-TRAN                         00007830
           MOVE WS-REASON-CD TO GCREJ-REASON-CD                         00007840
           MOVE WS-REASON-CD TO WS-RSN-WANTED                           00007850
           PERFORM 8480-RESOLVE-REASON-TEXT THRU 8480-EXIT              00007860
           IF WS-RSN-FOUND                                              00007870
              MOVE WS-RSN-FOUND-TEXT TO WS-REASON-TXT                   00007880
           END-IF                                                       00007890
           MOVE WS-REASON-TXT TO GCREJ-REASON-TXT                       00007900
           WRITE CHG-REJ-REC                                            00007910
           IF FS-CHG-REJ-FILE NOT = "00"                                00007920
              DISPLAY "WRITE FAILED, CHG-REJ STATUS: " FS-CHG-REJ-FILE  00007930
           END-IF                                                       00007940
           ADD 1 TO WS-REJECTED                                         00007950
           MOVE "GRD CHG REJ " TO ALOG-ACTION                           00007960
           MOVE WS-REASON-TXT TO ALOG-DETAIL                            00007970
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00007980
       8000-EXIT.                                                       00007990
           EXIT.                                                        00008000
                                                                        00008010
      *> ***************************************************************00008020
      *> AUDIT ONE QUEUED CHANGE: STUDENT, COURSE, TERM, SCORE BEFORE   00008030
      *> AND AFTER, REASON AND THE PERSON ACTING ON IT                  00008040
      *> ***************************************************************00008050
       8100-AUDIT-CHANGE.                                               00008060
           MOVE SPACES TO ALOG-DETAIL                                   00008070
           STRING TBL-GCH-STUDENT-ID (WS-GCH-HIT) ' '                   00008080
              TBL-GCH-COURSE-CD (WS-GCH-HIT) ' '                        00008090
              TBL-GCH-TERM (WS-GCH-HIT) ' '                             00008100
              TBL-GCH-OLD-SCORE (WS-GCH-HIT) '>'                        00008110
              TBL-GCH-NEW-SCORE (WS-GCH-HIT) ' '                        00008120
              TBL-GCH-REASON-CD (WS-GCH-HIT) ' '                        00008130
              WS-AUD-PERSON                                             00008140
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00008150
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00008160
       8100-EXIT.                                                       00008170
           EXIT.                                                        00008180
                                                                        00008190
       9000-TERMINATE.                                                  00008200
           MOVE 'CHANGES APPLIED' TO RT-LABEL                           00008210
           MOVE WS-CHANGES-APPLIED TO RT-COUNT                          00008220
           WRITE CHG-RPT-LINE FROM WS-RPT-TOTAL-LINE                    00008230
           MOVE 'CHANGES DENIED' TO RT-LABEL                            00008240
           MOVE WS-CHANGES-DENIED TO RT-COUNT                           00008250
           WRITE CHG-RPT-LINE FROM WS-RPT-TOTAL-LINE                    00008260
           MOVE 'AWAITING THE DEPARTMENT' TO RT-LABEL                   00008270
           MOVE WS-CARRIED-OUT TO RT-COUNT                              00008280
           WRITE CHG-RPT-LINE FROM WS-RPT-TOTAL-LINE                    00008290
           MOVE 'REJECTED' TO RT-LABEL                                  00008300
           MOVE WS-REJECTED TO RT-COUNT                                 00008310
           WRITE CHG-RPT-LINE FROM WS-RPT-TOTAL-LINE                    00008320
           DISPLAY "===== GRDCHG RUN SUMMARY ====="                     00008330
           DISPLAY "QUEUED FROM LAST RUN : " WS-CARRIED-IN              00008340
           DISPLAY "REQUESTS READ        : " WS-REQUESTS-READ           00008350
           DISPLAY "REQUESTS QUEUED      : " WS-REQUESTS-QUEUED         00008360
           DISPLAY "DECISIONS READ       : " WS-APPROVALS-READ          00008370
           DISPLAY "GRADES COPIED        : " WS-GRADES-COPIED           00008380
           DISPLAY "CHANGES APPLIED      : " WS-CHANGES-APPLIED         00008390
           DISPLAY "CHANGES DENIED       : " WS-CHANGES-DENIED          00008400
           DISPLAY "STILL AWAITING       : " WS-CARRIED-OUT             00008410
           DISPLAY "REJECTED             : " WS-REJECTED                00008420
           IF FS-REQUEST-FILE NOT = "35"                                00008430
              CLOSE REQUEST-FILE                                        00008440
           END-IF                                                       00008450
           IF FS-APPROVAL-FILE NOT = "35"                               00008460
              CLOSE APPROVAL-FILE                                       00008470
           END-IF                                                       00008480
           CLOSE CHG-REJ-FILE                                           00008490
           CLOSE PENDING-OUT-FILE                                       00008500
           CLOSE RESTAND-FILE                                           00008510
           CLOSE CHG-RPT-FILE                                           00008520
           CLOSE AUDIT-LOG-FILE.                                        00008530
       9000-EXIT.                                                       00008540
           EXIT.                                                        00008550
                                                                        00008560
       COPY AUDITOPN.                                                   00008570
       COPY AUDITWRT.                                                   00008580
       COPY AUDITCHP.                                                   00008590
                                                                        00008600
       COPY RSNLOAD.                                                    00008610
                                                                        00008620
       COPY ABENDPAR.                                                   00008630
                                                                        00008640
       COPY PROCDPAR.                                                   00008650
