       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. OPRREVK.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * APPLY THE MANAGERS' RECERTIFICATION DECISIONS.           *      00000090
      * READS THE CURRENT OPERSEC GENERATION AND THE RETURNED    *      00000100
      * OPRCERT WORKSHEET AND WRITES THE NEXT OPERSEC            *      00000110
      * GENERATION WITH EVERY RIGHT MARKED 'R' TAKEN AWAY.  A    *      00000120
      * '*' LINE REMOVES THE WHOLE ID.  A REVOCATION NEEDS A     *      00000130
      * REVIEWER WHO IS NOT THE OPERATOR; LINES LEFT UNDECIDED   *      00000140
      * OR MARKED WRONGLY CHANGE NOTHING AND END THE STEP RC=4   *      00000150
      * SO THE WORKSHEET GOES BACK TO THE MANAGER.               *      00000160
      * ********************************************************        00000170
       ENVIRONMENT DIVISION.                                            00000180
       INPUT-OUTPUT SECTION.                                            00000190
       FILE-CONTROL.                                                    00000200
           SELECT OPER-SEC-FILE                                         00000210
           ASSIGN TO OPERSEC                                            00000220
           ORGANIZATION IS SEQUENTIAL                                   00000230
           FILE STATUS IS FS-OPER-SEC-FILE.                             00000240
           SELECT OPER-OUT-FILE                                         00000250
           ASSIGN TO OPEROUT                                            00000260
           ORGANIZATION IS SEQUENTIAL                                   00000270
           FILE STATUS IS FS-OPER-OUT-FILE.                             00000280
           SELECT RECERT-FILE                                           00000290
           ASSIGN TO RECERT                                             00000300
           ORGANIZATION IS SEQUENTIAL                                   00000310
           FILE STATUS IS FS-RECERT-FILE.                               00000320
           SELECT REVK-RPT-FILE                                         00000330
           ASSIGN TO REVKRPT                                            00000340
           ORGANIZATION IS SEQUENTIAL                                   00000350
           FILE STATUS IS FS-REVK-RPT-FILE.                             00000360
           SELECT AUDIT-LOG-FILE                                        00000370
           ASSIGN TO AUDITLOG                                           00000380
           ORGANIZATION IS SEQUENTIAL                                   00000390
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000400
           SELECT PROC-DATE-FILE                                        00000410
           ASSIGN TO PROCDATE                                           00000420
           ORGANIZATION IS SEQUENTIAL                                   00000430
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000440
       DATA DIVISION.                                                   00000450
       FILE SECTION.                                                    00000460
       FD OPER-SEC-FILE.                                                00000470
       COPY OPERSEC.                                                    00000480
                                                                        00000490
       FD OPER-OUT-FILE.                                                00000500
       01 OPER-OUT-RECORD           PIC X(40).                          00000510
                                                                        00000520
       FD RECERT-FILE.                                                  00000530
       COPY RECERT.                                                     00000540
                                                                        00000550
       FD REVK-RPT-FILE.                                                00000560
       01 REVK-RPT-LINE             PIC X(133).                         00000570
                                                                        00000580
       FD AUDIT-LOG-FILE.                                               00000590
       COPY AUDITLOG.                                                   00000600
                                                                        00000610
       FD PROC-DATE-FILE.                                               00000620
       COPY PROCDREC.                                                   00000630
                                                                        00000640
       WORKING-STORAGE SECTION.                                         00000650
       01 FS-OPER-SEC-FILE PIC XX.                                      00000660
       01 FS-OPER-OUT-FILE PIC XX.                                      00000670
       01 FS-RECERT-FILE PIC XX.                                        00000680
       01 FS-REVK-RPT-FILE PIC XX.                                      00000690
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00000700
                                                                        00000710
       01 WS-SEC-EOF-SW PIC X(01) VALUE 'N'.                            00000720
           88 WS-SEC-EOF VALUE 'Y'.                                     00000730
       01 WS-RCW-EOF-SW PIC X(01) VALUE 'N'.                            00000740
           88 WS-RCW-EOF VALUE 'Y'.                                     00000750
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00000760
           88 WS-FUNC-FOUND VALUE 'Y'.                                  00000770
                                                                        00000780
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00000790
                                                                        00000800
      *> ***************************************************************00000810
      *> THE CURRENT OPERSEC GENERATION, KEPT IN ITS OWN ORDER SO THE   00000820
      *> NEXT GENERATION DIFFERS ONLY WHERE A RIGHT WAS REVOKED         00000830
      *> ***************************************************************00000840
       01 WS-OPER-TABLE.                                                00000850
           05 WS-OPER-ENTRY OCCURS 200 TIMES.                           00000860
               10 TBL-OPER-RECORD       PIC X(40).                      00000870
               10 TBL-OPER-GROUP REDEFINES TBL-OPER-RECORD.             00000880
                   15 TBL-OPER-ID       PIC X(08).                      00000890
                   15 TBL-ALLOWED-FUNCS PIC X(10).                      00000900
                   15 FILLER            PIC X(22).                      00000910
               10 TBL-REMOVED-SW        PIC X(01).                      00000920
                   88 TBL-REMOVED       VALUE 'Y'.                      00000930
       01 WS-OPER-COUNT PIC 9(03) VALUE ZEROES.                         00000940
       01 WS-OPER-MAX PIC 9(03) VALUE 200.                              00000950
       01 WS-OPER-SUB PIC 9(03) VALUE ZEROES.                           00000960
       01 WS-OPER-HIT PIC 9(03) VALUE ZEROES.                           00000970
                                                                        00000980
       01 WS-NEW-FUNCS PIC X(10) VALUE SPACES.                          00000990
       01 WS-FUNC-SUB PIC 9(02) VALUE ZEROES.                           00001000
       01 WS-NEW-SUB PIC 9(02) VALUE ZEROES.                            00001010
                                                                        00001020
       01 WS-RCW-READ PIC 9(07) VALUE ZEROES.                           00001030
       01 WS-REVOKED-COUNT PIC 9(07) VALUE ZEROES.                      00001040
       01 WS-IDS-REMOVED PIC 9(07) VALUE ZEROES.                        00001050
       01 WS-KEPT-COUNT PIC 9(07) VALUE ZEROES.                         00001060
       01 WS-OPEN-COUNT PIC 9(07) VALUE ZEROES.                         00001070
       01 WS-REJECT-COUNT PIC 9(07) VALUE ZEROES.                       00001080
       01 WS-OPER-WRITTEN PIC 9(07) VALUE ZEROES.                       00001090
                                                                        00001100
       COPY ABENDCPY.                                                   00001110
       COPY AUDITCHN.                                                   00001120
       COPY PROCDCPY.                                                   00001130
                                                                        00001140
       01 WS-HDR-LINE-1.                                                00001150
           05 FILLER PIC X(01) VALUE '1'.                               00001160
           05 FILLER PIC X(50)                                          00001170
              VALUE 'OPRREVK - OPERATOR RECERTIFICATION DECISIONS'.     00001180
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00001190
           05 HDR-RUN-DATE PIC 9(08).                                   00001200
                                                                        00001210
       01 WS-HDR-LINE-2.                                                00001220
           05 FILLER PIC X(01) VALUE '0'.                               00001230
           05 FILLER PIC X(10) VALUE 'OPERATOR'.                        00001240
           05 FILLER PIC X(06) VALUE 'FUNC'.                            00001250
           05 FILLER PIC X(06) VALUE 'FLAG'.                            00001260
           05 FILLER PIC X(10) VALUE 'DECISION'.                        00001270
           05 FILLER PIC X(10) VALUE 'REVIEWER'.                        00001280
           05 FILLER PIC X(45) VALUE 'RESULT'.                          00001290
                                                                        00001300
       01 WS-DTL-LINE.                                                  00001310
           05 FILLER PIC X(01) VALUE SPACE.                             00001320
           05 DTL-OPER-ID PIC X(08).                                    00001330
           05 FILLER PIC X(02) VALUE SPACES.                            00001340
           05 DTL-FUNC PIC X(01).                                       00001350
           05 FILLER PIC X(05) VALUE SPACES.                            00001360
           05 DTL-FLAG PIC X(02).                                       00001370
           05 FILLER PIC X(04) VALUE SPACES.                            00001380
           05 DTL-DECISION PIC X(01).                                   00001390
           05 FILLER PIC X(09) VALUE SPACES.                            00001400
           05 DTL-REVIEWER PIC X(08).                                   00001410
           05 FILLER PIC X(02) VALUE SPACES.                            00001420
           05 DTL-RESULT PIC X(45).                                     00001430
                                                                        00001440
       01 WS-NOTE-LINE.                                                 00001450
           05 FILLER PIC X(01) VALUE SPACE.                             00001460
           05 NOTE-TEXT PIC X(100).                                     00001470
                                                                        00001480
       PROCEDURE DIVISION.                                              00001490
       0000-MAIN.                                                       00001500
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001510
           PERFORM 2000-APPLY-DECISION THRU 2000-EXIT                   00001520
              UNTIL WS-RCW-EOF                                          00001530
           PERFORM 3000-WRITE-OPERSEC THRU 3000-EXIT                    00001540
              VARYING WS-OPER-SUB FROM 1 BY 1                           00001550
              UNTIL WS-OPER-SUB > WS-OPER-COUNT                         00001560
           PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT                     00001570
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001580
           MOVE WS-STD-RETURN-CODE TO RETURN-CODE                       00001590
           GOBACK.                                                      00001600
                                                                        00001610
       1000-INITIALIZE.                                                 00001620
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00001630
           IF WS-PROCESS-DATE > 0                                       00001640
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00001650
           ELSE                                                         00001660
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00001670
           END-IF                                                       00001680
                                                                        00001690
           PERFORM 1100-LOAD-OPERSEC THRU 1100-EXIT                     00001700
                                                                        00001710
           OPEN INPUT RECERT-FILE                                       00001720
           IF FS-RECERT-FILE NOT = "00"                                 00001730
              MOVE "RECERTIFICATION WORKSHEET NOT AVAILABLE" TO         00001740
                 WS-ABEND-MESSAGE                                       00001750
              GO TO 9999-ABEND                                          00001760
           END-IF                                                       00001770
           OPEN OUTPUT OPER-OUT-FILE                                    00001780
           IF FS-OPER-OUT-FILE NOT = "00"                               00001790
              MOVE "OPEN FAILED ON OPER-OUT-FILE" TO WS-ABEND-MESSAGE   00001800
              GO TO 9999-ABEND                                          00001810
           END-IF                                                       00001820
           OPEN OUTPUT REVK-RPT-FILE                                    00001830
           IF FS-REVK-RPT-FILE NOT = "00"                               00001840
              MOVE "OPEN FAILED ON REVK-RPT-FILE" TO WS-ABEND-MESSAGE   00001850
              GO TO 9999-ABEND                                          00001860
           END-IF                                                       00001870
           MOVE "OPRREVK" TO ALOG-PROGRAM-ID                            00001880
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00001890
           IF FS-AUDIT-LOG-FILE NOT = "00"                              00001900
              MOVE "OPEN FAILED ON AUDIT-LOG-FILE" TO WS-ABEND-MESSAGE  00001910
              GO TO 9999-ABEND                                          00001920
           END-IF                                                       00001930
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00001940
           WRITE REVK-RPT-LINE FROM WS-HDR-LINE-1                       00001950
           WRITE REVK-RPT-LINE FROM WS-HDR-LINE-2                       00001960
                                                                        00001970
           PERFORM 2900-READ-RECERT THRU 2900-EXIT.                     00001980
       1000-EXIT.                                                       00001990
           EXIT.                                                        00002000
                                                                        00002010
       1100-LOAD-OPERSEC.                                               00002020
           OPEN INPUT OPER-SEC-FILE                                     00002030
           IF FS-OPER-SEC-FILE NOT = "00"                               00002040
              MOVE "OPERATOR SECURITY FILE NOT AVAILABLE" TO            00002050
                 WS-ABEND-MESSAGE                                       00002060
              GO TO 9999-ABEND                                          00002070
           END-IF                                                       00002080
           PERFORM UNTIL WS-SEC-EOF                                     00002090
             READ OPER-SEC-FILE                                         00002100
               AT END                                                   00002110
                 SET WS-SEC-EOF TO TRUE                                 00002120
               NOT AT END                                               00002130
                 IF WS-OPER-COUNT NOT < WS-OPER-MAX                     00002140
                    MOVE "OPERATOR TABLE FULL" TO WS-ABEND-MESSAGE      00002150
                    GO TO 9999-ABEND                                    00002160
                 END-IF                                                 00002170
                 ADD 1 TO WS-OPER-COUNT                                 00002180
                 MOVE OPER-SEC-RECORD TO                                00002190
                    TBL-OPER-RECORD (WS-OPER-COUNT)                     00002200
                 MOVE 'N' TO TBL-REMOVED-SW (WS-OPER-COUNT)             00002210
             END-READ                                                   00002220
           END-PERFORM                                                  00002230
           CLOSE OPER-SEC-FILE.                                         00002240
       1100-EXIT.                                                       00002250
           EXIT.                                                        00002260
                                                                        00002270
      *> ***************************************************************00002280
      *> ONE WORKSHEET LINE.  'K' KEEPS THE RIGHT, 'R' REVOKES IT; A    00002290
      *> BLANK OR ANY OTHER MARK, OR A REVOCATION WITHOUT AN INDEPENDENT00002300
      *> REVIEWER, LEAVES OPERSEC AS IT WAS                             00002310
      *> ***************************************************************00002320
       2000-APPLY-DECISION.                                             00002330
           ADD 1 TO WS-RCW-READ                                         00002340
           MOVE RCW-OPER-ID TO DTL-OPER-ID                              00002350
           MOVE RCW-FUNCTION TO DTL-FUNC                                00002360
           MOVE RCW-FLAG TO DTL-FLAG                                    00002370
           MOVE RCW-DECISION TO DTL-DECISION                            00002380
           MOVE RCW-REVIEWER TO DTL-REVIEWER                            00002390
           MOVE SPACES TO DTL-RESULT                                    00002400
           EVALUATE TRUE                                                00002410
             WHEN RCW-KEEP                                              00002420
               MOVE 'KEPT' TO DTL-RESULT                                00002430
               ADD 1 TO WS-KEPT-COUNT                                   00002440
             WHEN RCW-UNDECIDED                                         00002450
               MOVE '*** NO DECISION - RIGHT STANDS' TO DTL-RESULT      00002460
               ADD 1 TO WS-OPEN-COUNT                                   00002470
               SET RC-WARNING TO TRUE                                   00002480
             WHEN RCW-REVOKE                                            00002490
               PERFORM 2100-REVOKE-RIGHT THRU 2100-EXIT                 00002500
             WHEN OTHER                                                 00002510
               MOVE '*** INVALID DECISION - RIGHT STANDS' TO            00002520
                  DTL-RESULT                                            00002530
               ADD 1 TO WS-REJECT-COUNT                                 00002540
               SET RC-WARNING TO TRUE                                   00002550
           END-EVALUATE                                                 00002560
           WRITE REVK-RPT-LINE FROM WS-DTL-LINE                         00002570
           PERFORM 2900-READ-RECERT THRU 2900-EXIT.                     00002580
       2000-EXIT.                                                       00002590
           EXIT.                                                        00002600
                                                                        00002610
       2100-REVOKE-RIGHT.                                               00002620
           IF RCW-REVIEWER = SPACES                                     00002630
              OR RCW-REVIEWER = RCW-OPER-ID                             00002640
              MOVE '*** NO INDEPENDENT REVIEWER - RIGHT STANDS' TO      00002650
                 DTL-RESULT                                             00002660
              ADD 1 TO WS-REJECT-COUNT                                  00002670
              SET RC-WARNING TO TRUE                                    00002680
              GO TO 2100-EXIT                                           00002690
           END-IF                                                       00002700
           MOVE ZEROES TO WS-OPER-HIT                                   00002710
           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1                      00002720
                   UNTIL WS-OPER-SUB > WS-OPER-COUNT                    00002730
                      OR WS-OPER-HIT > 0                                00002740
             IF TBL-OPER-ID (WS-OPER-SUB) = RCW-OPER-ID                 00002750
                AND NOT TBL-REMOVED (WS-OPER-SUB)                       00002760
                MOVE WS-OPER-SUB TO WS-OPER-HIT                         00002770
             END-IF                                                     00002780
           END-PERFORM                                                  00002790
           IF WS-OPER-HIT = 0                                           00002800
              MOVE '*** ID NOT ON OPERSEC - NOTHING TO REVOKE' TO       00002810
                 DTL-RESULT                                             00002820
              ADD 1 TO WS-REJECT-COUNT                                  00002830
              SET RC-WARNING TO TRUE                                    00002840
              GO TO 2100-EXIT                                           00002850
           END-IF                                                       00002860
                                                                        00002870
           IF RCW-WHOLE-ID                                              00002880
              SET TBL-REMOVED (WS-OPER-HIT) TO TRUE                     00002890
              ADD 1 TO WS-IDS-REMOVED                                   00002900
              MOVE 'ID REMOVED FROM OPERSEC' TO DTL-RESULT              00002910
              MOVE "RIGHT REVOKE" TO ALOG-ACTION                        00002920
              MOVE SPACES TO ALOG-DETAIL                                00002930
              STRING "OPER " RCW-OPER-ID " ALL BY " RCW-REVIEWER        00002940
                 DELIMITED BY SIZE INTO ALOG-DETAIL                     00002950
              PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT               00002960
              GO TO 2100-EXIT                                           00002970
           END-IF                                                       00002980
                                                                        00002990
           MOVE 'N' TO WS-FOUND-SW                                      00003000
           MOVE SPACES TO WS-NEW-FUNCS                                  00003010
           MOVE ZEROES TO WS-NEW-SUB                                    00003020
           PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1                      00003030
                   UNTIL WS-FUNC-SUB > 10                               00003040
             IF TBL-ALLOWED-FUNCS (WS-OPER-HIT) (WS-FUNC-SUB:1)         00003050
                = RCW-FUNCTION                                          00003060
                SET WS-FUNC-FOUND TO TRUE                               00003070
             ELSE                                                       00003080
                IF TBL-ALLOWED-FUNCS (WS-OPER-HIT) (WS-FUNC-SUB:1)      00003090
                   NOT = SPACE                                          00003100
                   ADD 1 TO WS-NEW-SUB                                  00003110
                   MOVE TBL-ALLOWED-FUNCS (WS-OPER-HIT)                 00003120
                      (WS-FUNC-SUB:1) TO WS-NEW-FUNCS (WS-NEW-SUB:1)    00003130
                END-IF                                                  00003140
             END-IF                                                     00003150
           END-PERFORM                                                  00003160
           IF NOT WS-FUNC-FOUND                                         00003170
              MOVE 'FUNCTION ALREADY GONE - NO CHANGE' TO DTL-RESULT    00003180
              GO TO 2100-EXIT                                           00003190
           END-IF                                                       00003200
           MOVE WS-NEW-FUNCS TO TBL-ALLOWED-FUNCS (WS-OPER-HIT)         00003210
           ADD 1 TO WS-REVOKED-COUNT                                    00003220
           MOVE 'FUNCTION REVOKED' TO DTL-RESULT                        00003230
           MOVE "RIGHT REVOKE" TO ALOG-ACTION                           00003240
           MOVE SPACES TO ALOG-DETAIL                                   00003250
           STRING "OPER " RCW-OPER-ID " FUNC " RCW-FUNCTION             00003260
              " BY " RCW-REVIEWER                                       00003270
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00003280
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT                  00003290
           IF WS-NEW-FUNCS = SPACES                                     00003300
              SET TBL-REMOVED (WS-OPER-HIT) TO TRUE                     00003310
              ADD 1 TO WS-IDS-REMOVED                                   00003320
              MOVE 'FUNCTION REVOKED - LAST ONE, ID REMOVED' TO         00003330
                 DTL-RESULT                                             00003340
           END-IF.                                                      00003350
       2100-EXIT.                                                       00003360
           EXIT.                                                        00003370
                                                                        00003380
       2900-READ-RECERT.                                                00003390
           READ RECERT-FILE                                             00003400
           EVALUATE FS-RECERT-FILE                                      00003410
             WHEN "00"                                                  00003420
               CONTINUE                                                 00003430
             WHEN "10"                                                  00003440
               SET WS-RCW-EOF TO TRUE                                   00003450
             WHEN OTHER                                                 00003460
               MOVE "READ FAILED ON RECERT-FILE" TO WS-ABEND-MESSAGE    00003470
               GO TO 9999-ABEND                                         00003480
           END-EVALUATE.                                                00003490
       2900-EXIT.                                                       00003500
           EXIT.                                                        00003510
                                                                        00003520
      *> ***************************************************************00003530
      *> THE NEXT GENERATION: EVERY ID STILL HOLDING A RIGHT, IN THE    00003540
      *> ORDER THE CURRENT GENERATION HAD THEM                          00003550
      *> ***************************************************************00003560
       3000-WRITE-OPERSEC.                                              00003570
           IF TBL-REMOVED (WS-OPER-SUB)                                 00003580
              GO TO 3000-EXIT                                           00003590
           END-IF                                                       00003600
           WRITE OPER-OUT-RECORD FROM TBL-OPER-RECORD (WS-OPER-SUB)     00003610
           IF FS-OPER-OUT-FILE NOT = "00"                               00003620
              MOVE "WRITE FAILED ON OPER-OUT-FILE" TO WS-ABEND-MESSAGE  00003630
              GO TO 9999-ABEND                                          00003640
           END-IF                                                       00003650
           ADD 1 TO WS-OPER-WRITTEN.                                    00003660
       3000-EXIT.                                                       00003670
           EXIT.                                                        00003680
                                                                        00003690
       7000-WRITE-TOTALS.                                               00003700
           MOVE SPACES TO REVK-RPT-LINE                                 00003710
           WRITE REVK-RPT-LINE                                          00003720
           MOVE SPACES TO NOTE-TEXT                                     00003730
           STRING 'WORKSHEET LINES ' WS-RCW-READ                        00003740
              '   REVOKED ' WS-REVOKED-COUNT                            00003750
              '   IDS REMOVED ' WS-IDS-REMOVED                          00003760
              '   KEPT ' WS-KEPT-COUNT                                  00003770
              DELIMITED BY SIZE INTO NOTE-TEXT                          00003780
           WRITE REVK-RPT-LINE FROM WS-NOTE-LINE                        00003790
           MOVE SPACES TO NOTE-TEXT                                     00003800
           STRING 'UNDECIDED ' WS-OPEN-COUNT                            00003810
              '   NOT APPLIED ' WS-REJECT-COUNT                         00003820
              '   OPERSEC RECORDS WRITTEN ' WS-OPER-WRITTEN             00003830
              DELIMITED BY SIZE INTO NOTE-TEXT                          00003840
           WRITE REVK-RPT-LINE FROM WS-NOTE-LINE.                       00003850
       7000-EXIT.                                                       00003860
           EXIT.                                                        00003870
                                                                        00003880
       9000-TERMINATE.                                                  00003890
           CLOSE RECERT-FILE                                            00003900
           CLOSE OPER-OUT-FILE                                          00003910
           DISPLAY "===== OPRREVK RUN SUMMARY ====="                    00003920
           DISPLAY "WORKSHEET LINES      : " WS-RCW-READ                00003930
           DISPLAY "FUNCTIONS REVOKED    : " WS-REVOKED-COUNT           00003940
           DISPLAY "IDS REMOVED          : " WS-IDS-REMOVED             00003950
           DISPLAY "KEPT                 : " WS-KEPT-COUNT              00003960
           DISPLAY "UNDECIDED            : " WS-OPEN-COUNT              00003970
           DISPLAY "NOT APPLIED          : " WS-REJECT-COUNT            00003980
           DISPLAY "OPERSEC WRITTEN      : " WS-OPER-WRITTEN            00003990
           CLOSE REVK-RPT-FILE                                          00004000
           CLOSE AUDIT-LOG-FILE.                                        00004010
       9000-EXIT.                                                       00004020
           EXIT.                                                        00004030
                                                                        00004040
       COPY AUDITOPN.                                                   00004050
       COPY AUDITWRT.                                                   00004060
       COPY AUDITCHP.                                                   00004070
       COPY ABENDPAR.                                                   00004080
       COPY PROCDPAR.                                                   00004090
