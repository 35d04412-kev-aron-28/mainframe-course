       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. DUALREL.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * DUAL-CONTROL RELEASE AND AGING.                          *      00000090
      * A HIGH-VALUE OR STATUS MYFMAINT TRANSACTION, A MYFINQ    *      00000100
      * SCREEN CORRECTION AND A CONDI OVERRIDE ARE HELD ON THE   *      00000110
      * DUALPEND FILE UNDER THE OPERATOR WHO KEYED THEM.  THIS   *      00000120
      * STEP TAKES THE CHECKERS' DECISION CARDS - 'R' RELEASES   *      00000130
      * AN ITEM, 'D' DECLINES IT - AND ACCEPTS A DECISION ONLY   *      00000140
      * FROM AN OPERATOR WHOSE OPERSEC RIGHTS INCLUDE 'R' AND    *      00000150
      * WHO IS NOT THE ITEM'S MAKER.  EVERY DECISION IS AUDITED. *      00000160
      * THE OWNING PROGRAM APPLIES A RELEASED ITEM ON ITS NEXT   *      00000170
      * RUN.  THE REPORT THEN AGES EVERY ITEM STILL WAITING, BY  *      00000180
      * ORIGIN, AND FLAGS THOSE OLDER THAN THE DUALPARM LIMIT;   *      00000190
      * AN OVERDUE ITEM OR A REFUSED CARD ENDS THE STEP RC=4.    *      00000200
      * RUN WITH NO CARDS FOR THE AGING REPORT ALONE.            *      00000210
      * ********************************************************        00000220
       ENVIRONMENT DIVISION.                                            00000230
       INPUT-OUTPUT SECTION.                                            00000240
       FILE-CONTROL.                                                    00000250
           SELECT DUAL-CARD-FILE                                        00000260
           ASSIGN TO DUALIN                                             00000270
           ORGANIZATION IS SEQUENTIAL                                   00000280
           FILE STATUS IS FS-DUAL-CARD-FILE.                            00000290
           SELECT DUAL-PEND-FILE                                        00000300
           ASSIGN TO DUALPEND                                           00000310
           ORGANIZATION IS INDEXED                                      00000320
           ACCESS MODE IS DYNAMIC                                       00000330
           RECORD KEY IS DPD-KEY                                        00000340
           FILE STATUS IS FS-DUAL-PEND-FILE.                            00000350
           SELECT OPER-SEC-FILE                                         00000360
           ASSIGN TO OPERSEC                                            00000370
           ORGANIZATION IS SEQUENTIAL                                   00000380
           FILE STATUS IS FS-OPER-SEC-FILE.                             00000390
           SELECT DUAL-PARM-FILE                                        00000400
           ASSIGN TO DUALPARM                                           00000410
           ORGANIZATION IS SEQUENTIAL                                   00000420
           FILE STATUS IS FS-DUAL-PARM-FILE.                            00000430
           SELECT DUAL-RPT-FILE                                         00000440
           ASSIGN TO DUALRPT                                            00000450
           ORGANIZATION IS SEQUENTIAL                                   00000460
           FILE STATUS IS FS-DUAL-RPT-FILE.                             00000470
           SELECT AUDIT-LOG-FILE                                        00000480
           ASSIGN TO AUDITLOG                                           00000490
           ORGANIZATION IS SEQUENTIAL                                   00000500
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000510
           SELECT PROC-DATE-FILE                                        00000520
           ASSIGN TO PROCDATE                                           00000530
           ORGANIZATION IS SEQUENTIAL                                   00000540
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000550
       DATA DIVISION.                                                   00000560
       FILE SECTION.                                                    00000570
      *> ***************************************************************00000580
      *> CHECKER DECISION CARD: ACTION, THE HELD ITEM'S KEY AS PRINTED  00000590
      *> ON THE AGING REPORT, THE CHECKER'S OPERATOR ID AND A NOTE      00000600
      *> ***************************************************************00000610
       FD DUAL-CARD-FILE.                                               00000620
       01 DUAL-CARD-REC.                                                00000630
           05 DCD-ACTION            PIC X(01).                          00000640
               88 DCD-RELEASE       VALUE 'R'.                          00000650
               88 DCD-DECLINE       VALUE 'D'.                          00000660
           05 DCD-KEY.                                                  00000670
               10 DCD-HELD-DATE     PIC 9(08).                          00000680
               10 DCD-ORIGIN        PIC X(01).                          00000690
               10 DCD-HELD-SEQ      PIC 9(06).                          00000700
           05 DCD-CHECKER-ID        PIC X(08).                          00000710
           05 DCD-NOTE              PIC X(20).                          00000720
           05 FILLER                PIC X(36).                          00000730
                                                                        00000740
       FD DUAL-PEND-FILE.                                               00000750
       COPY DUALPEND.                                                   00000760
                                                                        00000770
       FD OPER-SEC-FILE.                                                00000780
       COPY OPERSEC.                                                    00000790
                                                                        00000800
       FD DUAL-PARM-FILE.                                               00000810
       COPY DUALPARM.                                                   00000820
                                                                        00000830
       FD DUAL-RPT-FILE.                                                00000840
       01 DUAL-RPT-LINE             PIC X(133).                         00000850
                                                                        00000860
       FD AUDIT-LOG-FILE.                                               00000870
       COPY AUDITLOG.                                                   00000880
                                                                        00000890
       FD PROC-DATE-FILE.                                               00000900
       COPY PROCDREC.                                                   00000910
                                                                        00000920
       WORKING-STORAGE SECTION.                                         00000930
       01 FS-DUAL-CARD-FILE PIC XX.                                     00000940
       01 FS-DUAL-PEND-FILE PIC XX.                                     00000950
       01 FS-OPER-SEC-FILE PIC XX.                                      00000960
       01 FS-DUAL-PARM-FILE PIC XX.                                     00000970
       01 FS-DUAL-RPT-FILE PIC XX.                                      00000980
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00000990
                                                                        00001000
       01 WS-CARD-EOF-SW PIC X(01) VALUE 'N'.                           00001010
           88 WS-CARD-EOF VALUE 'Y'.                                    00001020
       01 WS-SEC-EOF-SW PIC X(01) VALUE 'N'.                            00001030
           88 WS-SEC-EOF VALUE 'Y'.                                     00001040
       01 WS-DPD-EOF-SW PIC X(01) VALUE 'N'.                            00001050
           88 WS-DPD-EOF VALUE 'Y'.                                     00001060
       01 WS-RIGHT-SW PIC X(01) VALUE 'N'.                              00001070
           88 WS-HAS-RELEASE-RIGHT VALUE 'Y'.                           00001080
                                                                        00001090
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001100
       01 WS-RUN-DAYNUM PIC 9(07) VALUE ZEROES.                         00001110
       01 WS-HELD-DAYNUM PIC 9(07) VALUE ZEROES.                        00001120
       01 WS-AGE-DAYS PIC S9(07) VALUE ZEROES.                          00001130
       01 WS-OVERDUE-DAYS PIC 9(03) VALUE 1.                            00001140
                                                                        00001150
      *> ***************************************************************00001160
      *> OPERSEC IDS AND THEIR RIGHTS, FOR THE CHECKER TEST             00001170
      *> ***************************************************************00001180
       01 WS-OPER-TABLE.                                                00001190
           05 WS-OPER-ENTRY OCCURS 200 TIMES.                           00001200
               10 TBL-OPER-ID           PIC X(08).                      00001210
               10 TBL-ALLOWED-FUNCS     PIC X(10).                      00001220
       01 WS-OPER-COUNT PIC 9(03) VALUE ZEROES.                         00001230
       01 WS-OPER-MAX PIC 9(03) VALUE 200.                              00001240
       01 WS-OPER-SUB PIC 9(03) VALUE ZEROES.                           00001250
       01 WS-OPER-HIT PIC 9(03) VALUE ZEROES.                           00001260
       01 WS-FUNC-SUB PIC 9(02) VALUE ZEROES.                           00001270
                                                                        00001280
      *> ***************************************************************00001290
      *> THE AGING PASS RUNS ONCE PER ORIGIN SO THE REPORT GROUPS THEM  00001300
      *> ***************************************************************00001310
       01 WS-ORIGIN-LIST PIC X(03) VALUE 'MQO'.                         00001320
       01 WS-ORIGIN-SUB PIC 9(01) VALUE ZEROES.                         00001330
       01 WS-AGE-ORIGIN PIC X(01) VALUE SPACE.                          00001340
       01 WS-ORIGIN-NAME PIC X(30) VALUE SPACES.                        00001350
       01 WS-ORIGIN-PENDING PIC 9(07) VALUE ZEROES.                     00001360
       01 WS-ORIGIN-OVERDUE PIC 9(07) VALUE ZEROES.                     00001370
                                                                        00001380
       01 WS-CARDS-READ PIC 9(07) VALUE ZEROES.                         00001390
       01 WS-RELEASED-COUNT PIC 9(07) VALUE ZEROES.                     00001400
       01 WS-DECLINED-COUNT PIC 9(07) VALUE ZEROES.                     00001410
       01 WS-REFUSED-COUNT PIC 9(07) VALUE ZEROES.                      00001420
       01 WS-PENDING-COUNT PIC 9(07) VALUE ZEROES.                      00001430
       01 WS-OVERDUE-COUNT PIC 9(07) VALUE ZEROES.                      00001440
                                                                        00001450
       COPY ABENDCPY.                                                   00001460
       COPY AUDITCHN.                                                   00001470
       COPY PROCDCPY.                                                   00001480
                                                                        00001490
      *> ***************************************************************00001500
      *> DAY-NUMBER CONVERSION WORK AREAS FOR THE ITEM AGE, THE SAME    00001510
      *> SERIAL-DAY ARITHMETIC THE AUDIT ARCHIVAL USES                  00001520
      *> ***************************************************************00001530
       01 WS-DN-DATE PIC 9(08).                                         00001540
       01 WS-DN-DATE-GROUP REDEFINES WS-DN-DATE.                        00001550
           05 WS-DN-YYYY PIC 9(04).                                     00001560
           05 WS-DN-MM PIC 9(02).                                       00001570
           05 WS-DN-DD PIC 9(02).                                       00001580
       01 WS-DN-RESULT PIC 9(07).                                       00001590
       01 WS-DN-PRIOR-YEARS PIC 9(04).                                  00001600
       01 WS-DN-LEAPS-4 PIC 9(04).                                      00001610
       01 WS-DN-LEAPS-100 PIC 9(04).                                    00001620
       01 WS-DN-LEAPS-400 PIC 9(04).                                    00001630
       01 WS-DN-LEAP-QUOT PIC 9(04).                                    00001640
       01 WS-DN-LEAP-REM PIC 9(04).                                     00001650
       01 WS-DN-LEAP-SW PIC X(01) VALUE 'N'.                            00001660
           88 WS-DN-LEAP-YEAR VALUE 'Y'.                                00001670
       01 CUM-DAYS-INIT.                                                00001680
           05 FILLER PIC 9(03) VALUE 000.                               00001690
           05 FILLER PIC 9(03) VALUE 031.                               00001700
           05 FILLER PIC 9(03) VALUE 059.                               00001710
           05 FILLER PIC 9(03) VALUE 090.                               00001720
           05 FILLER PIC 9(03) VALUE 120.                               00001730
           05 FILLER PIC 9(03) VALUE 151.                               00001740
           05 FILLER PIC 9(03) VALUE 181.                               00001750
           05 FILLER PIC 9(03) VALUE 212.                               00001760
           05 FILLER PIC 9(03) VALUE 243.                               00001770
           05 FILLER PIC 9(03) VALUE 273.                               00001780
           05 FILLER PIC 9(03) VALUE 304.                               00001790
           05 FILLER PIC 9(03) VALUE 334.                               00001800
       01 CUM-DAYS REDEFINES CUM-DAYS-INIT.                             00001810
           05 CUM-DAYS-TO-MONTH OCCURS 12 TIMES PIC 9(03).              00001820
                                                                        00001830
       01 WS-HDR-LINE-1.                                                00001840
           05 FILLER PIC X(01) VALUE '1'.                               00001850
           05 FILLER PIC X(50)                                          00001860
              VALUE 'DUALREL - DUAL-CONTROL RELEASES AND PENDING ITEMS'.00001870
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00001880
           05 HDR-RUN-DATE PIC 9(08).                                   00001890
                                                                        00001900
       01 WS-HDR-DEC-LINE.                                              00001910
           05 FILLER PIC X(01) VALUE '0'.                               00001920
           05 FILLER PIC X(08) VALUE 'ACTION'.                          00001930
           05 FILLER PIC X(20) VALUE 'HELD ITEM'.                       00001940
           05 FILLER PIC X(10) VALUE 'CHECKER'.                         00001950
           05 FILLER PIC X(10) VALUE 'MAKER'.                           00001960
           05 FILLER PIC X(45) VALUE 'RESULT'.                          00001970
                                                                        00001980
       01 WS-DEC-LINE.                                                  00001990
           05 FILLER PIC X(01) VALUE SPACE.                             00002000
           05 DEC-ACTION PIC X(01).                                     00002010
           05 FILLER PIC X(07) VALUE SPACES.                            00002020
           05 DEC-HELD-DATE PIC X(08).                                  00002030
           05 FILLER PIC X(01) VALUE SPACE.                             00002040
           05 DEC-ORIGIN PIC X(01).                                     00002050
           05 FILLER PIC X(01) VALUE SPACE.                             00002060
           05 DEC-HELD-SEQ PIC X(06).                                   00002070
           05 FILLER PIC X(03) VALUE SPACES.                            00002080
           05 DEC-CHECKER PIC X(08).                                    00002090
           05 FILLER PIC X(02) VALUE SPACES.                            00002100
           05 DEC-MAKER PIC X(08).                                      00002110
           05 FILLER PIC X(02) VALUE SPACES.                            00002120
           05 DEC-RESULT PIC X(45).                                     00002130
                                                                        00002140
       01 WS-HDR-AGE-LINE-1.                                            00002150
           05 FILLER PIC X(01) VALUE '0'.                               00002160
           05 FILLER PIC X(18) VALUE 'ITEMS PENDING FROM'.              00002170
           05 FILLER PIC X(01) VALUE SPACE.                             00002180
           05 HDR-ORIGIN-NAME PIC X(30).                                00002190
                                                                        00002200
       01 WS-HDR-AGE-LINE-2.                                            00002210
           05 FILLER PIC X(01) VALUE SPACE.                             00002220
           05 FILLER PIC X(20) VALUE 'HELD ITEM'.                       00002230
           05 FILLER PIC X(08) VALUE 'REASON'.                          00002240
           05 FILLER PIC X(10) VALUE 'MAKER'.                           00002250
           05 FILLER PIC X(11) VALUE 'REFERENCE'.                       00002260
           05 FILLER PIC X(18) VALUE '           AMOUNT'.               00002270
           05 FILLER PIC X(06) VALUE '   AGE'.                          00002280
           05 FILLER PIC X(20) VALUE '  FLAG'.                          00002290
                                                                        00002300
       01 WS-AGE-LINE.                                                  00002310
           05 FILLER PIC X(01) VALUE SPACE.                             00002320
           05 AGE-HELD-DATE PIC 9(08).                                  00002330
           05 FILLER PIC X(01) VALUE SPACE.                             00002340
           05 AGE-ORIGIN PIC X(01).                                     00002350
           05 FILLER PIC X(01) VALUE SPACE.                             00002360
           05 AGE-HELD-SEQ PIC 9(06).                                   00002370
           05 FILLER PIC X(03) VALUE SPACES.                            00002380
           05 AGE-REASON PIC X(02).                                     00002390
           05 FILLER PIC X(06) VALUE SPACES.                            00002400
           05 AGE-MAKER PIC X(08).                                      00002410
           05 FILLER PIC X(02) VALUE SPACES.                            00002420
           05 AGE-REF-NO PIC 9(09).                                     00002430
           05 FILLER PIC X(02) VALUE SPACES.                            00002440
           05 AGE-AMOUNT PIC Z(10)9.99-.                                00002450
           05 FILLER PIC X(02) VALUE SPACES.                            00002460
           05 AGE-DAYS PIC ZZZZ9.                                       00002470
           05 FILLER PIC X(03) VALUE SPACES.                            00002480
           05 AGE-FLAG PIC X(20).                                       00002490
                                                                        00002500
       01 WS-NOTE-LINE.                                                 00002510
           05 FILLER PIC X(01) VALUE SPACE.                             00002520
           05 NOTE-TEXT PIC X(100).                                     00002530
                                                                        00002540
       PROCEDURE DIVISION.                                              00002550
       0000-MAIN.                                                       00002560
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00002570
           PERFORM 2000-APPLY-DECISION THRU 2000-EXIT                   00002580
              UNTIL WS-CARD-EOF                                         00002590
           PERFORM 3000-AGE-ORIGIN THRU 3000-EXIT                       00002600
              VARYING WS-ORIGIN-SUB FROM 1 BY 1                         00002610
              UNTIL WS-ORIGIN-SUB > 3                                   00002620
           PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT                     00002630
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00002640
           MOVE WS-STD-RETURN-CODE TO RETURN-CODE                       00002650
           GOBACK.                                                      00002660
                                                                        00002670
       1000-INITIALIZE.                                                 00002680
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00002690
           IF WS-PROCESS-DATE > 0                                       00002700
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00002710
           ELSE                                                         00002720
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00002730
           END-IF                                                       00002740
           MOVE WS-RUN-DATE TO WS-DN-DATE                               00002750
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00002760
           MOVE WS-DN-RESULT TO WS-RUN-DAYNUM                           00002770
                                                                        00002780
           PERFORM 1100-LOAD-OPERSEC THRU 1100-EXIT                     00002790
           PERFORM 1200-LOAD-DUAL-PARM THRU 1200-EXIT                   00002800
                                                                        00002810
      *> A FRESHLY DEFINED CLUSTER REFUSES AN I-O OPEN, SO IT IS        00002813
      *> PRIMED WITH AN OUTPUT OPEN/CLOSE FIRST                         00002816
           OPEN I-O DUAL-PEND-FILE                                      00002820
           IF FS-DUAL-PEND-FILE = "35"                                  00002832
              OPEN OUTPUT DUAL-PEND-FILE                                00002844
              CLOSE DUAL-PEND-FILE                                      00002856
              OPEN I-O DUAL-PEND-FILE                                   00002868
           END-IF                                                       00002880
           IF FS-DUAL-PEND-FILE NOT = "00"                              00002892
              MOVE "OPEN FAILED ON DUAL-PEND-FILE" TO WS-ABEND-MESSAGE  00002904
              GO TO 9999-ABEND                                          00002916
           END-IF                                                       00002928
      *> NO CARD FILE IS THE MORNING RUN: THE AGING REPORT ONLY         00002940
           OPEN INPUT DUAL-CARD-FILE                                    00002950
           EVALUATE FS-DUAL-CARD-FILE                                   00002960
             WHEN "00"                                                  00002970
               CONTINUE                                                 00002980
             WHEN "35"                                                  00002990
               SET WS-CARD-EOF TO TRUE                                  00003000
             WHEN OTHER                                                 00003010
               MOVE "OPEN FAILED ON DUAL-CARD-FILE" TO WS-ABEND-MESSAGE 00003020
               GO TO 9999-ABEND                                         00003030
           END-EVALUATE                                                 00003040
           OPEN OUTPUT DUAL-RPT-FILE                                    00003050
           IF FS-DUAL-RPT-FILE NOT = "00"                               00003060
              MOVE "OPEN FAILED ON DUAL-RPT-FILE" TO WS-ABEND-MESSAGE   00003070
              GO TO 9999-ABEND                                          00003080
           END-IF                                                       00003090
           MOVE "DUALREL" TO ALOG-PROGRAM-ID                            00003100
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00003110
           IF FS-AUDIT-LOG-FILE NOT = "00"                              00003120
              MOVE "OPEN FAILED ON AUDIT-LOG-FILE" TO WS-ABEND-MESSAGE  00003130
              GO TO 9999-ABEND                                          00003140
           END-IF                                                       00003150
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00003160
           WRITE DUAL-RPT-LINE FROM WS-HDR-LINE-1                       00003170
           WRITE DUAL-RPT-LINE FROM WS-HDR-DEC-LINE                     00003180
                                                                        00003190
           IF NOT WS-CARD-EOF                                           00003200
              PERFORM 2900-READ-CARD THRU 2900-EXIT                     00003210
           END-IF.                                                      00003220
       1000-EXIT.                                                       00003230
           EXIT.                                                        00003240
                                                                        00003250
       1100-LOAD-OPERSEC.                                               00003260
           OPEN INPUT OPER-SEC-FILE                                     00003270
           IF FS-OPER-SEC-FILE NOT = "00"                               00003280
              MOVE "OPERATOR SECURITY FILE NOT AVAILABLE" TO            00003290
                 WS-ABEND-MESSAGE                                       00003300
              GO TO 9999-ABEND                                          00003310
           END-IF                                                       00003320
           PERFORM UNTIL WS-SEC-EOF                                     00003330
             READ OPER-SEC-FILE                                         00003340
               AT END                                                   00003350
                 SET WS-SEC-EOF TO TRUE                                 00003360
               NOT AT END                                               00003370
                 IF WS-OPER-COUNT NOT < WS-OPER-MAX                     00003380
                    MOVE "OPERATOR TABLE FULL" TO WS-ABEND-MESSAGE      00003390
                    GO TO 9999-ABEND                                    00003400
                 END-IF                                                 00003410
                 ADD 1 TO WS-OPER-COUNT                                 00003420
                 MOVE OPSEC-OPER-ID TO TBL-OPER-ID (WS-OPER-COUNT)      00003430
                 MOVE OPSEC-ALLOWED-FUNCS TO                            00003440
                    TBL-ALLOWED-FUNCS (WS-OPER-COUNT)                   00003450
             END-READ                                                   00003460
           END-PERFORM                                                  00003470
           CLOSE OPER-SEC-FILE.                                         00003480
       1100-EXIT.                                                       00003490
           EXIT.                                                        00003500
                                                                        00003510
      *> ***************************************************************00003520
      *> THE OVERDUE AGE OFF THE PARAMETER CARD; NO CARD, OR A ZERO OR  00003530
      *> NON-NUMERIC AGE, LEAVES THE DEFAULT OF ONE DAY                 00003540
      *> ***************************************************************00003550
       1200-LOAD-DUAL-PARM.                                             00003560
           OPEN INPUT DUAL-PARM-FILE                                    00003570
           EVALUATE FS-DUAL-PARM-FILE                                   00003580
             WHEN "00"                                                  00003590
               READ DUAL-PARM-FILE                                      00003600
               IF FS-DUAL-PARM-FILE = "00"                              00003610
                  AND DPP-OVERDUE-DAYS NUMERIC                          00003620
                  AND DPP-OVERDUE-DAYS > 0                              00003630
                  MOVE DPP-OVERDUE-DAYS TO WS-OVERDUE-DAYS              00003640
               END-IF                                                   00003650
               CLOSE DUAL-PARM-FILE                                     00003660
             WHEN "35"                                                  00003670
               CONTINUE                                                 00003680
             WHEN OTHER                                                 00003690
               MOVE "OPEN FAILED ON DUAL-PARM-FILE" TO WS-ABEND-MESSAGE 00003700
               GO TO 9999-ABEND                                         00003710
           END-EVALUATE.                                                00003720
       1200-EXIT.                                                       00003730
           EXIT.                                                        00003740
                                                                        00003750
      *> ***************************************************************00003760
      *> ONE DECISION CARD.  THE ITEM MUST BE ON FILE AND STILL         00003770
      *> PENDING, AND THE CHECKER MUST HOLD THE RELEASE RIGHT AND NOT   00003780
      *> BE THE MAKER; ANY OTHER CARD CHANGES NOTHING AND IS REPORTED   00003790
      *> ***************************************************************00003800
       2000-APPLY-DECISION.                                             00003810
           ADD 1 TO WS-CARDS-READ                                       00003820
           MOVE DCD-ACTION TO DEC-ACTION                                00003830
           MOVE DCD-HELD-DATE TO DEC-HELD-DATE                          00003840
           MOVE DCD-ORIGIN TO DEC-ORIGIN                                00003850
           MOVE DCD-HELD-SEQ TO DEC-HELD-SEQ                            00003860
           MOVE DCD-CHECKER-ID TO DEC-CHECKER                           00003870
           MOVE SPACES TO DEC-MAKER                                     00003880
           MOVE SPACES TO DEC-RESULT                                    00003890
           IF NOT DCD-RELEASE                                           00003900
              AND NOT DCD-DECLINE                                       00003910
              MOVE '*** ACTION NOT R OR D - NOTHING CHANGED' TO         00003920
                 DEC-RESULT                                             00003930
              GO TO 2000-REFUSED                                        00003940
           END-IF                                                       00003950
           IF DCD-HELD-DATE NOT NUMERIC                                 00003960
              OR DCD-HELD-SEQ NOT NUMERIC                               00003970
              MOVE '*** ITEM NOT ON FILE' TO DEC-RESULT                 00003980
              GO TO 2000-REFUSED                                        00003990
           END-IF                                                       00004000
           MOVE DCD-KEY TO DPD-KEY                                      00004010
           READ DUAL-PEND-FILE                                          00004020
           EVALUATE FS-DUAL-PEND-FILE                                   00004030
             WHEN "00"                                                  00004040
               CONTINUE                                                 00004050
             WHEN "23"                                                  00004060
               MOVE '*** ITEM NOT ON FILE' TO DEC-RESULT                00004070
               GO TO 2000-REFUSED                                       00004080
             WHEN OTHER                                                 00004090
               MOVE "READ FAILED ON DUAL-PEND-FILE" TO WS-ABEND-MESSAGE 00004100
               GO TO 9999-ABEND                                         00004110
           END-EVALUATE                                                 00004120
           MOVE DPD-MAKER-ID TO DEC-MAKER                               00004130
           IF NOT DPD-PENDING                                           00004140
              MOVE SPACES TO DEC-RESULT                                 00004150
              STRING '*** ITEM NOT PENDING - STATUS ' DPD-STATUS        00004160
                 DELIMITED BY SIZE INTO DEC-RESULT                      00004170
              GO TO 2000-REFUSED                                        00004180
           END-IF                                                       00004190
           PERFORM 2100-CHECK-RIGHT THRU 2100-EXIT                      00004200
           IF NOT WS-HAS-RELEASE-RIGHT                                  00004210
              MOVE '*** CHECKER HAS NO RELEASE RIGHT' TO DEC-RESULT     00004220
              GO TO 2000-REFUSED                                        00004230
           END-IF                                                       00004240
           IF DCD-CHECKER-ID = DPD-MAKER-ID                             00004250
              MOVE '*** CHECKER IS THE MAKER - NOT ACCEPTED' TO         00004260
                 DEC-RESULT                                             00004270
              GO TO 2000-REFUSED                                        00004280
           END-IF                                                       00004290
                                                                        00004300
           IF DCD-RELEASE                                               00004310
              SET DPD-RELEASED TO TRUE                                  00004320
           ELSE                                                         00004330
              SET DPD-DECLINED TO TRUE                                  00004340
           END-IF                                                       00004350
           MOVE DCD-CHECKER-ID TO DPD-CHECKER-ID                        00004360
           MOVE WS-RUN-DATE TO DPD-DECIDED-DATE                         00004370
           MOVE DCD-NOTE TO DPD-DECIDE-NOTE                             00004380
           REWRITE DUAL-PEND-RECORD                                     00004390
           IF FS-DUAL-PEND-FILE NOT = "00"                              00004400
              MOVE "REWRITE FAILED ON DUAL-PEND-FILE" TO                00004410
                 WS-ABEND-MESSAGE                                       00004420
              GO TO 9999-ABEND                                          00004430
           END-IF                                                       00004440
           IF DCD-RELEASE                                               00004450
              ADD 1 TO WS-RELEASED-COUNT                                00004460
              MOVE 'RELEASED - APPLIED ON THE NEXT RUN' TO DEC-RESULT   00004470
              MOVE "ITEM RELEASE" TO ALOG-ACTION                        00004480
           ELSE                                                         00004490
              ADD 1 TO WS-DECLINED-COUNT                                00004500
              MOVE 'DECLINED - WILL NOT BE APPLIED' TO DEC-RESULT       00004510
              MOVE "ITEM DECLINE" TO ALOG-ACTION                        00004520
           END-IF                                                       00004530
           MOVE SPACES TO ALOG-DETAIL                                   00004540
           STRING "OPERATOR " DCD-CHECKER-ID " " DPD-HELD-DATE          00004550
              DPD-ORIGIN DPD-HELD-SEQ " " DPD-REASON                    00004560
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00004570
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT                  00004580
           GO TO 2000-PRINT.                                            00004590
       2000-REFUSED.                                                    00004600
           ADD 1 TO WS-REFUSED-COUNT                                    00004610
           SET RC-WARNING TO TRUE.                                      00004620
       2000-PRINT.                                                      00004630
           WRITE DUAL-RPT-LINE FROM WS-DEC-LINE                         00004640
           PERFORM 2900-READ-CARD THRU 2900-EXIT.                       00004650
       2000-EXIT.                                                       00004660
           EXIT.                                                        00004670
                                                                        00004680
      *> ***************************************************************00004690
      *> THE CHECKER NEEDS AN OPERSEC ENTRY WHOSE RIGHTS INCLUDE 'R'    00004700
      *> ***************************************************************00004710
       2100-CHECK-RIGHT.                                                00004720
           MOVE 'N' TO WS-RIGHT-SW                                      00004730
           IF DCD-CHECKER-ID = SPACES                                   00004740
              GO TO 2100-EXIT                                           00004750
           END-IF                                                       00004760
           MOVE ZEROES TO WS-OPER-HIT                                   00004770
           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1                      00004780
                   UNTIL WS-OPER-SUB > WS-OPER-COUNT                    00004790
                      OR WS-OPER-HIT > 0                                00004800
             IF TBL-OPER-ID (WS-OPER-SUB) = DCD-CHECKER-ID              00004810
                MOVE WS-OPER-SUB TO WS-OPER-HIT                         00004820
             END-IF                                                     00004830
           END-PERFORM                                                  00004840
           IF WS-OPER-HIT = 0                                           00004850
              GO TO 2100-EXIT                                           00004860
           END-IF                                                       00004870
           PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1                      00004880
                   UNTIL WS-FUNC-SUB > 10                               00004890
                      OR WS-HAS-RELEASE-RIGHT                           00004900
             IF TBL-ALLOWED-FUNCS (WS-OPER-HIT) (WS-FUNC-SUB:1) = 'R'   00004910
                SET WS-HAS-RELEASE-RIGHT TO TRUE                        00004920
             END-IF                                                     00004930
           END-PERFORM.                                                 00004940
       2100-EXIT.                                                       00004950
           EXIT.                                                        00004960
                                                                        00004970
       2900-READ-CARD.                                                  00004980
           READ DUAL-CARD-FILE                                          00004990
           EVALUATE FS-DUAL-CARD-FILE                                   00005000
             WHEN "00"                                                  00005010
               CONTINUE                                                 00005020
             WHEN "10"                                                  00005030
               SET WS-CARD-EOF TO TRUE                                  00005040
             WHEN OTHER                                                 00005050
               MOVE "READ FAILED ON DUAL-CARD-FILE" TO WS-ABEND-MESSAGE 00005060
               GO TO 9999-ABEND                                         00005070
           END-EVALUATE.                                                00005080
       2900-EXIT.                                                       00005090
           EXIT.                                                        00005100
                                                                        00005110
      *> ***************************************************************00005120
      *> EVERY ITEM OF ONE ORIGIN STILL WAITING FOR A CHECKER, OLDEST   00005130
      *> FIRST (THE FILE IS IN HELD-DATE ORDER), WITH ITS AGE IN DAYS   00005140
      *> ***************************************************************00005150
       3000-AGE-ORIGIN.                                                 00005160
           MOVE WS-ORIGIN-LIST (WS-ORIGIN-SUB:1) TO WS-AGE-ORIGIN       00005170
           EVALUATE WS-AGE-ORIGIN                                       00005180
             WHEN 'M'                                                   00005190
               MOVE 'MYFMAINT TRANSACTIONS' TO WS-ORIGIN-NAME           00005200
             WHEN 'Q'                                                   00005210
               MOVE 'MYFINQ SCREEN CORRECTIONS' TO WS-ORIGIN-NAME       00005220
             WHEN OTHER                                                 00005230
               MOVE 'CONDI UNDERWRITING OVERRIDES' TO WS-ORIGIN-NAME    00005240
           END-EVALUATE                                                 00005250
           MOVE WS-ORIGIN-NAME TO HDR-ORIGIN-NAME                       00005260
           WRITE DUAL-RPT-LINE FROM WS-HDR-AGE-LINE-1                   00005270
           WRITE DUAL-RPT-LINE FROM WS-HDR-AGE-LINE-2                   00005280
           MOVE ZEROES TO WS-ORIGIN-PENDING                             00005290
           MOVE ZEROES TO WS-ORIGIN-OVERDUE                             00005300
           MOVE 'N' TO WS-DPD-EOF-SW                                    00005310
           MOVE LOW-VALUES TO DPD-KEY                                   00005320
           START DUAL-PEND-FILE KEY IS NOT < DPD-KEY                    00005330
           IF FS-DUAL-PEND-FILE NOT = "00"                              00005340
              SET WS-DPD-EOF TO TRUE                                    00005350
           END-IF                                                       00005360
           PERFORM UNTIL WS-DPD-EOF                                     00005370
             READ DUAL-PEND-FILE NEXT                                   00005380
             EVALUATE FS-DUAL-PEND-FILE                                 00005390
               WHEN "00"                                                00005400
                 IF DPD-ORIGIN = WS-AGE-ORIGIN                          00005410
                    AND DPD-PENDING                                     00005420
                    PERFORM 3100-AGE-ITEM THRU 3100-EXIT                00005430
                 END-IF                                                 00005440
               WHEN "10"                                                00005450
                 SET WS-DPD-EOF TO TRUE                                 00005460
               WHEN OTHER                                               00005470
                 MOVE "READ FAILED ON DUAL-PEND-FILE" TO                00005480
                    WS-ABEND-MESSAGE                                    00005490
                 GO TO 9999-ABEND                                       00005500
             END-EVALUATE                                               00005510
           END-PERFORM                                                  00005520
           MOVE SPACES TO NOTE-TEXT                                     00005530
           STRING 'PENDING ' WS-ORIGIN-PENDING                          00005540
              '   OVERDUE ' WS-ORIGIN-OVERDUE                           00005550
              DELIMITED BY SIZE INTO NOTE-TEXT                          00005560
           WRITE DUAL-RPT-LINE FROM WS-NOTE-LINE.                       00005570
       3000-EXIT.                                                       00005580
           EXIT.                                                        00005590
                                                                        00005600
       3100-AGE-ITEM.                                                   00005610
           ADD 1 TO WS-ORIGIN-PENDING                                   00005620
           ADD 1 TO WS-PENDING-COUNT                                    00005630
           MOVE DPD-HELD-DATE TO AGE-HELD-DATE                          00005640
           MOVE DPD-ORIGIN TO AGE-ORIGIN                                00005650
           MOVE DPD-HELD-SEQ TO AGE-HELD-SEQ                            00005660
           MOVE DPD-REASON TO AGE-REASON                                00005670
           MOVE DPD-MAKER-ID TO AGE-MAKER                               00005680
           MOVE DPD-REF-NO TO AGE-REF-NO                                00005690
           MOVE DPD-AMOUNT TO AGE-AMOUNT                                00005700
           MOVE SPACES TO AGE-FLAG                                      00005710
           MOVE ZEROES TO WS-AGE-DAYS                                   00005720
           MOVE DPD-HELD-DATE TO WS-DN-DATE                             00005730
           IF WS-DN-MM > 0 AND WS-DN-MM < 13                            00005740
              PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                00005750
              MOVE WS-DN-RESULT TO WS-HELD-DAYNUM                       00005760
              COMPUTE WS-AGE-DAYS = WS-RUN-DAYNUM - WS-HELD-DAYNUM      00005770
              IF WS-AGE-DAYS < 0                                        00005780
                 MOVE ZEROES TO WS-AGE-DAYS                             00005790
              END-IF                                                    00005800
           END-IF                                                       00005810
           MOVE WS-AGE-DAYS TO AGE-DAYS                                 00005820
           IF WS-AGE-DAYS > WS-OVERDUE-DAYS                             00005830
              MOVE '*** OVERDUE' TO AGE-FLAG                            00005840
              ADD 1 TO WS-ORIGIN-OVERDUE                                00005850
              ADD 1 TO WS-OVERDUE-COUNT                                 00005860
              SET RC-WARNING TO TRUE                                    00005870
           END-IF                                                       00005880
           WRITE DUAL-RPT-LINE FROM WS-AGE-LINE.                        00005890
       3100-EXIT.                                                       00005900
           EXIT.                                                        00005910
                                                                        00005920
      *> ***************************************************************00005930
      *> CONVERT WS-DN-DATE (CCYYMMDD) TO A SERIAL DAY NUMBER, THE      00005940
      *> SAME ARITHMETIC THE AUDIT ARCHIVAL USES                        00005950
      *> ***************************************************************00005960
       6000-DATE-TO-DAYNUM.                                             00005970
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1                   00005980
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAPS-4           00005990
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAPS-100       00006000
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAPS-400       00006010
           COMPUTE WS-DN-RESULT =                                       00006020
              (WS-DN-PRIOR-YEARS * 365)                                 00006030
              + WS-DN-LEAPS-4                                           00006040
              - WS-DN-LEAPS-100                                         00006050
              + WS-DN-LEAPS-400                                         00006060
              + CUM-DAYS-TO-MONTH (WS-DN-MM)                            00006070
              + WS-DN-DD                                                00006080
           PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT                  00006090
           IF WS-DN-MM > 2 AND WS-DN-LEAP-YEAR                          00006100
              ADD 1 TO WS-DN-RESULT                                     00006110
           END-IF.                                                      00006120
       6000-EXIT.                                                       00006130
           EXIT.                                                        00006140
                                                                        00006150
       6100-CHECK-LEAP-YEAR.                                            00006160
           MOVE 'N' TO WS-DN-LEAP-SW                                    00006170
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-LEAP-QUOT                00006180
              REMAINDER WS-DN-LEAP-REM                                  00006190
           IF WS-DN-LEAP-REM = 0                                        00006200
              DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-LEAP-QUOT           00006210
                 REMAINDER WS-DN-LEAP-REM                               00006220
              IF WS-DN-LEAP-REM = 0                                     00006230
                 DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-LEAP-QUOT        00006240
                    REMAINDER WS-DN-LEAP-REM                            00006250
                 IF WS-DN-LEAP-REM = 0                                  00006260
                    SET WS-DN-LEAP-YEAR TO TRUE                         00006270
                 END-IF                                                 00006280
              ELSE                                                      00006290
                 SET WS-DN-LEAP-YEAR TO TRUE                            00006300
              END-IF                                                    00006310
           END-IF.                                                      00006320
       6100-EXIT.                                                       00006330
           EXIT.                                                        00006340
                                                                        00006350
       7000-WRITE-TOTALS.                                               00006360
           MOVE SPACES TO DUAL-RPT-LINE                                 00006370
           WRITE DUAL-RPT-LINE                                          00006380
           MOVE SPACES TO NOTE-TEXT                                     00006390
           STRING 'DECISION CARDS ' WS-CARDS-READ                       00006400
              '   RELEASED ' WS-RELEASED-COUNT                          00006410
              '   DECLINED ' WS-DECLINED-COUNT                          00006420
              '   NOT ACCEPTED ' WS-REFUSED-COUNT                       00006430
              DELIMITED BY SIZE INTO NOTE-TEXT                          00006440
           WRITE DUAL-RPT-LINE FROM WS-NOTE-LINE                        00006450
           MOVE SPACES TO NOTE-TEXT                                     00006460
           STRING 'ITEMS STILL PENDING ' WS-PENDING-COUNT               00006470
              '   OVERDUE (OLDER THAN ' WS-OVERDUE-DAYS ' DAYS) '       00006480
              WS-OVERDUE-COUNT                                          00006490
              DELIMITED BY SIZE INTO NOTE-TEXT                          00006500
           WRITE DUAL-RPT-LINE FROM WS-NOTE-LINE.                       00006510
       7000-EXIT.                                                       00006520
           EXIT.                                                        00006530
                                                                        00006540
       9000-TERMINATE.                                                  00006550
           IF FS-DUAL-CARD-FILE NOT = "35"                              00006560
              CLOSE DUAL-CARD-FILE                                      00006570
           END-IF                                                       00006580
           CLOSE DUAL-PEND-FILE                                         00006590
           DISPLAY "===== DUALREL RUN SUMMARY ====="                    00006600
           DISPLAY "DECISION CARDS       : " WS-CARDS-READ              00006610
           DISPLAY "RELEASED             : " WS-RELEASED-COUNT          00006620
           DISPLAY "DECLINED             : " WS-DECLINED-COUNT          00006630
           DISPLAY "NOT ACCEPTED         : " WS-REFUSED-COUNT           00006640
           DISPLAY "STILL PENDING        : " WS-PENDING-COUNT           00006650
           DISPLAY "OVERDUE              : " WS-OVERDUE-COUNT           00006660
           CLOSE DUAL-RPT-FILE                                          00006670
           CLOSE AUDIT-LOG-FILE.                                        00006680
       9000-EXIT.                                                       00006690
           EXIT.                                                        00006700
                                                                        00006710
       COPY AUDITOPN.                                                   00006720
       COPY AUDITWRT.                                                   00006730
       COPY AUDITCHP.                                                   00006740
       COPY ABENDPAR.                                                   00006750
       COPY PROCDPAR.                                                   00006760
