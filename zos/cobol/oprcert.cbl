       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. OPRCERT.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * QUARTERLY OPERATOR ACCESS RECERTIFICATION.               *      00000090
      * CHECKS WHAT OPERSEC ALLOWS EACH OPERATOR AGAINST WHAT THE*      00000100
      * AUDIT TRAIL SAYS THEY DID: THE LAST MAIN-MENU SIGN-ON    *      00000110
      * AND THE LAST RUN OF EACH FUNCTION, FROM THE LIVE LOG     *      00000120
      * AND ITS ARCHIVE GENERATIONS.  FLAGS AN ID WITH NO        *      00000130
      * SIGN-ON INSIDE THE DORMANCY WINDOW, A FUNCTION GRANTED   *      00000140
      * BUT NEVER RUN, AND ANY ID THE MENU LOGGED THAT IS NO     *      00000150
      * LONGER ON OPERSEC.  EVERY FLAGGED RIGHT ALSO GOES TO     *      00000160
      * THE RECERTIFICATION WORKSHEET, WHICH THE MANAGERS MARK   *      00000170
      * UP AND RETURN FOR OPRREVK TO APPLY.                      *      00000180
      * ********************************************************        00000190
       ENVIRONMENT DIVISION.                                            00000200
       INPUT-OUTPUT SECTION.                                            00000210
       FILE-CONTROL.                                                    00000220
           SELECT OPER-SEC-FILE                                         00000230
           ASSIGN TO OPERSEC                                            00000240
           ORGANIZATION IS SEQUENTIAL                                   00000250
           FILE STATUS IS FS-OPER-SEC-FILE.                             00000260
           SELECT AUDIT-IN-FILE                                         00000270
           ASSIGN TO AUDITIN                                            00000280
           ORGANIZATION IS SEQUENTIAL                                   00000290
           FILE STATUS IS FS-AUDIT-IN-FILE.                             00000300
           SELECT RECERT-FILE                                           00000310
           ASSIGN TO RECERT                                             00000320
           ORGANIZATION IS SEQUENTIAL                                   00000330
           FILE STATUS IS FS-RECERT-FILE.                               00000340
           SELECT CERT-RPT-FILE                                         00000350
           ASSIGN TO CERTRPT                                            00000360
           ORGANIZATION IS SEQUENTIAL                                   00000370
           FILE STATUS IS FS-CERT-RPT-FILE.                             00000380
           SELECT PARM-FILE                                             00000390
           ASSIGN TO CERTPARM                                           00000400
           ORGANIZATION IS SEQUENTIAL                                   00000410
           FILE STATUS IS FS-PARM-FILE.                                 00000420
           SELECT AUDIT-LOG-FILE                                        00000430
           ASSIGN TO AUDITLOG                                           00000440
           ORGANIZATION IS SEQUENTIAL                                   00000450
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000460
           SELECT PROC-DATE-FILE                                        00000470
           ASSIGN TO PROCDATE                                           00000480
           ORGANIZATION IS SEQUENTIAL                                   00000490
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000500
       DATA DIVISION.                                                   00000510
       FILE SECTION.                                                    00000520
       FD OPER-SEC-FILE.                                                00000530
       COPY OPERSEC.                                                    00000540
                                                                        00000550
       FD AUDIT-IN-FILE.                                                00000560
       COPY AUDITLOG REPLACING ==AUDIT-LOG-RECORD== BY                  00000570
                               ==AUDIT-IN-RECORD==                      00000580
                               LEADING ==ALOG-== BY ==AIN-==.           00000590
                                                                        00000600
       FD RECERT-FILE.                                                  00000610
       COPY RECERT.                                                     00000620
                                                                        00000630
       FD CERT-RPT-FILE.                                                00000640
       01 CERT-RPT-LINE             PIC X(133).                         00000650
                                                                        00000660
       FD PARM-FILE.                                                    00000670
       COPY PARMCPY.                                                    00000680
                                                                        00000690
       FD AUDIT-LOG-FILE.                                               00000700
       COPY AUDITLOG.                                                   00000710
                                                                        00000720
       FD PROC-DATE-FILE.                                               00000730
       COPY PROCDREC.                                                   00000740
                                                                        00000750
       WORKING-STORAGE SECTION.                                         00000760
       01 FS-OPER-SEC-FILE PIC XX.                                      00000770
       01 FS-AUDIT-IN-FILE PIC XX.                                      00000780
       01 FS-RECERT-FILE PIC XX.                                        00000790
       01 FS-CERT-RPT-FILE PIC XX.                                      00000800
       01 FS-PARM-FILE PIC XX.                                          00000810
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00000820
                                                                        00000830
       01 WS-SEC-EOF-SW PIC X(01) VALUE 'N'.                            00000840
           88 WS-SEC-EOF VALUE 'Y'.                                     00000850
       01 WS-LOG-EOF-SW PIC X(01) VALUE 'N'.                            00000860
           88 WS-LOG-EOF VALUE 'Y'.                                     00000870
       01 WS-DORMANT-SW PIC X(01) VALUE 'N'.                            00000880
           88 WS-OPER-DORMANT VALUE 'Y'.                                00000890
                                                                        00000900
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00000910
       01 WS-RUN-DAYNUM PIC 9(07) VALUE ZEROES.                         00000920
       01 WS-DORMANT-DAYS PIC 9(03) VALUE 90.                           00000930
       01 WS-IDLE-DAYS PIC 9(07) VALUE ZEROES.                          00000940
                                                                        00000950
      *> ***************************************************************00000960
      *> EVERY OPERSEC ID WITH ITS LAST SIGN-ON AND THE LAST RUN OF     00000970
      *> EACH MENU FUNCTION 1-9 FOUND ON THE TRAIL                      00000980
      *> ***************************************************************00000990
       01 WS-OPER-TABLE.                                                00001000
           05 WS-OPER-ENTRY OCCURS 200 TIMES.                           00001010
               10 TBL-OPER-ID           PIC X(08).                      00001020
               10 TBL-ALLOWED-FUNCS     PIC X(10).                      00001030
               10 TBL-LAST-SIGNON       PIC 9(08).                      00001040
               10 TBL-SIGNONS           PIC 9(07).                      00001050
               10 TBL-FUNC-LAST-USED OCCURS 9 TIMES                     00001060
                                        PIC 9(08).                      00001070
      *> RIGHT 'R' IS NOT A MENU FUNCTION: IT LETS THE OPERATOR RELEASE 00001072
      *> OR DECLINE DUAL-CONTROL ITEMS, AND ITS USE IS A DUALREL ENTRY  00001074
               10 TBL-REL-LAST-USED     PIC 9(08).                      00001076
       01 WS-OPER-COUNT PIC 9(03) VALUE ZEROES.                         00001080
       01 WS-OPER-MAX PIC 9(03) VALUE 200.                              00001090
       01 WS-OPER-SUB PIC 9(03) VALUE ZEROES.                           00001100
       01 WS-OPER-HIT PIC 9(03) VALUE ZEROES.                           00001110
                                                                        00001120
      *> ***************************************************************00001130
      *> IDS THE MENU LOGGED THAT OPERSEC NO LONGER CARRIES             00001140
      *> ***************************************************************00001150
       01 WS-UNK-TABLE.                                                 00001160
           05 WS-UNK-ENTRY OCCURS 100 TIMES.                            00001170
               10 TBL-UNK-ID            PIC X(08).                      00001180
               10 TBL-UNK-LAST-SEEN     PIC 9(08).                      00001190
               10 TBL-UNK-ENTRIES       PIC 9(07).                      00001200
       01 WS-UNK-COUNT PIC 9(03) VALUE ZEROES.                          00001210
       01 WS-UNK-MAX PIC 9(03) VALUE 100.                               00001220
       01 WS-UNK-SUB PIC 9(03) VALUE ZEROES.                            00001230
       01 WS-UNK-HIT PIC 9(03) VALUE ZEROES.                            00001240
       01 WS-UNK-OVERFLOW PIC 9(07) VALUE ZEROES.                       00001250
                                                                        00001260
       01 WS-LOG-OPER-ID PIC X(08) VALUE SPACES.                        00001270
       01 WS-LOG-FUNC-CHAR PIC X(01) VALUE SPACE.                       00001280
       01 WS-FUNC-SUB PIC 9(02) VALUE ZEROES.                           00001290
       01 WS-FUNC-CHAR PIC X(01) VALUE SPACE.                           00001300
       01 WS-FUNC-NUM PIC 9(01) VALUE ZEROES.                           00001310
       01 WS-FUNC-LAST PIC 9(08) VALUE ZEROES.                          00001320
                                                                        00001330
       01 WS-LOG-READ PIC 9(09) VALUE ZEROES.                           00001340
       01 WS-LOG-USED PIC 9(09) VALUE ZEROES.                           00001350
       01 WS-DORMANT-COUNT PIC 9(05) VALUE ZEROES.                      00001360
       01 WS-UNUSED-COUNT PIC 9(05) VALUE ZEROES.                       00001370
       01 WS-RECERT-COUNT PIC 9(05) VALUE ZEROES.                       00001380
                                                                        00001390
      *> ***************************************************************00001400
      *> DAY-NUMBER CONVERSION WORK AREAS, AS IN AUDITARC               00001410
      *> ***************************************************************00001420
       01 WS-DN-DATE PIC 9(08).                                         00001430
       01 WS-DN-DATE-GROUP REDEFINES WS-DN-DATE.                        00001440
           05 WS-DN-YYYY PIC 9(04).                                     00001450
           05 WS-DN-MM PIC 9(02).                                       00001460
           05 WS-DN-DD PIC 9(02).                                       00001470
       01 WS-DN-RESULT PIC 9(07).                                       00001480
       01 WS-DN-PRIOR-YEARS PIC 9(04).                                  00001490
       01 WS-DN-LEAPS-4 PIC 9(04).                                      00001500
       01 WS-DN-LEAPS-100 PIC 9(04).                                    00001510
       01 WS-DN-LEAPS-400 PIC 9(04).                                    00001520
       01 WS-DN-LEAP-QUOT PIC 9(04).                                    00001530
       01 WS-DN-LEAP-REM PIC 9(04).                                     00001540
       01 WS-DN-LEAP-SW PIC X(01) VALUE 'N'.                            00001550
           88 WS-DN-LEAP-YEAR VALUE 'Y'.                                00001560
                                                                        00001570
       01 CUM-DAYS-INIT.                                                00001580
           05 FILLER PIC 9(03) VALUE 000.                               00001590
           05 FILLER PIC 9(03) VALUE 031.                               00001600
           05 FILLER PIC 9(03) VALUE 059.                               00001610
           05 FILLER PIC 9(03) VALUE 090.                               00001620
           05 FILLER PIC 9(03) VALUE 120.                               00001630
           05 FILLER PIC 9(03) VALUE 151.                               00001640
           05 FILLER PIC 9(03) VALUE 181.                               00001650
           05 FILLER PIC 9(03) VALUE 212.                               00001660
           05 FILLER PIC 9(03) VALUE 243.                               00001670
           05 FILLER PIC 9(03) VALUE 273.                               00001680
           05 FILLER PIC 9(03) VALUE 304.                               00001690
           05 FILLER PIC 9(03) VALUE 334.                               00001700
       01 CUM-DAYS REDEFINES CUM-DAYS-INIT.                             00001710
           05 CUM-DAYS-TO-MONTH OCCURS 12 TIMES PIC 9(03).              00001720
                                                                        00001730
       COPY ABENDCPY.                                                   00001740
       COPY AUDITCHN.                                                   00001750
       COPY PROCDCPY.                                                   00001760
                                                                        00001770
       01 WS-HDR-LINE-1.                                                00001780
           05 FILLER PIC X(01) VALUE '1'.                               00001790
           05 FILLER PIC X(50)                                          00001800
              VALUE 'OPRCERT - OPERATOR ACCESS RECERTIFICATION'.        00001810
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00001820
           05 HDR-RUN-DATE PIC 9(08).                                   00001830
                                                                        00001840
       01 WS-HDR-LINE-2.                                                00001850
           05 FILLER PIC X(01) VALUE SPACE.                             00001860
           05 FILLER PIC X(31)                                          00001870
              VALUE 'DORMANT AFTER NO SIGN-ON FOR '.                    00001880
           05 HDR-DORMANT-DAYS PIC ZZ9.                                 00001890
           05 FILLER PIC X(05) VALUE ' DAYS'.                           00001900
                                                                        00001910
       01 WS-HDR-LINE-3.                                                00001920
           05 FILLER PIC X(01) VALUE '0'.                               00001930
           05 FILLER PIC X(10) VALUE 'OPERATOR'.                        00001940
           05 FILLER PIC X(12) VALUE 'ALLOWED'.                         00001950
           05 FILLER PIC X(12) VALUE 'LAST SIGNON'.                     00001960
           05 FILLER PIC X(08) VALUE 'SIGNONS'.                         00001970
           05 FILLER PIC X(06) VALUE 'FUNC'.                            00001980
           05 FILLER PIC X(11) VALUE 'LAST USED'.                       00001990
           05 FILLER PIC X(30) VALUE 'FLAG'.                            00002000
                                                                        00002010
       01 WS-DTL-LINE.                                                  00002020
           05 FILLER PIC X(01) VALUE SPACE.                             00002030
           05 DTL-OPER-ID PIC X(08).                                    00002040
           05 FILLER PIC X(02) VALUE SPACES.                            00002050
           05 DTL-ALLOWED PIC X(10).                                    00002060
           05 FILLER PIC X(02) VALUE SPACES.                            00002070
           05 DTL-LAST-SIGNON PIC X(08).                                00002080
           05 FILLER PIC X(02) VALUE SPACES.                            00002090
           05 DTL-SIGNONS PIC Z(06)9.                                   00002100
           05 DTL-SIGNONS-X REDEFINES DTL-SIGNONS PIC X(07).            00002105
           05 FILLER PIC X(03) VALUE SPACES.                            00002110
           05 DTL-FUNC PIC X(01).                                       00002120
           05 FILLER PIC X(04) VALUE SPACES.                            00002130
           05 DTL-LAST-USED PIC X(08).                                  00002140
           05 FILLER PIC X(03) VALUE SPACES.                            00002150
           05 DTL-FLAG PIC X(30).                                       00002160
                                                                        00002170
       01 WS-UNK-HDR-LINE.                                              00002180
           05 FILLER PIC X(01) VALUE '0'.                               00002190
           05 FILLER PIC X(60)                                          00002200
              VALUE 'IDS ON THE AUDIT TRAIL NOT ON OPERSEC'.            00002210
                                                                        00002220
       01 WS-UNK-LINE.                                                  00002230
           05 FILLER PIC X(01) VALUE SPACE.                             00002240
           05 UNK-OPER-ID PIC X(08).                                    00002250
           05 FILLER PIC X(04) VALUE SPACES.                            00002260
           05 FILLER PIC X(10) VALUE 'LAST SEEN '.                      00002270
           05 UNK-LAST-SEEN PIC 9(08).                                  00002280
           05 FILLER PIC X(04) VALUE SPACES.                            00002290
           05 UNK-ENTRIES PIC Z(06)9.                                   00002300
           05 FILLER PIC X(14) VALUE ' MENU ENTRIES'.                   00002310
                                                                        00002320
       01 WS-NOTE-LINE.                                                 00002330
           05 FILLER PIC X(01) VALUE SPACE.                             00002340
           05 NOTE-TEXT PIC X(100).                                     00002350
                                                                        00002360
       PROCEDURE DIVISION.                                              00002370
       0000-MAIN.                                                       00002380
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00002390
           PERFORM 2000-APPLY-AUDIT-ENTRY THRU 2000-EXIT                00002400
              UNTIL WS-LOG-EOF                                          00002410
           PERFORM 3000-REVIEW-OPERATOR THRU 3000-EXIT                  00002420
              VARYING WS-OPER-SUB FROM 1 BY 1                           00002430
              UNTIL WS-OPER-SUB > WS-OPER-COUNT                         00002440
           PERFORM 4000-REPORT-UNKNOWN-IDS THRU 4000-EXIT               00002450
           PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT                     00002460
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00002470
           MOVE WS-STD-RETURN-CODE TO RETURN-CODE                       00002480
           GOBACK.                                                      00002490
                                                                        00002500
      *> ***************************************************************00002510
      *> RUN DATE, DORMANCY WINDOW, THE OPERSEC TABLE, THEN THE TRAIL,  00002520
      *> THE WORKSHEET, THE REPORT AND THE AUDIT LOG                    00002530
      *> ***************************************************************00002540
       1000-INITIALIZE.                                                 00002550
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00002560
           IF WS-PROCESS-DATE > 0                                       00002570
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00002580
           ELSE                                                         00002590
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00002600
           END-IF                                                       00002610
           MOVE WS-RUN-DATE TO WS-DN-DATE                               00002620
           PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT                   00002630
           MOVE WS-DN-RESULT TO WS-RUN-DAYNUM                           00002640
           PERFORM 8700-READ-PARM-CARD THRU 8700-EXIT                   00002650
           IF FS-PARM-FILE = "00"                                       00002660
              IF PARM-AGE-THRESHOLD > 0                                 00002670
                 MOVE PARM-AGE-THRESHOLD TO WS-DORMANT-DAYS             00002680
              END-IF                                                    00002690
           END-IF                                                       00002700
                                                                        00002710
           PERFORM 1100-LOAD-OPERSEC THRU 1100-EXIT                     00002720
                                                                        00002730
           OPEN INPUT AUDIT-IN-FILE                                     00002740
           EVALUATE FS-AUDIT-IN-FILE                                    00002750
             WHEN "00"                                                  00002760
               CONTINUE                                                 00002770
             WHEN "35"                                                  00002780
               MOVE "AUDIT TRAIL NOT FOUND" TO WS-ABEND-MESSAGE         00002790
               GO TO 9999-ABEND                                         00002800
             WHEN OTHER                                                 00002810
               MOVE "OPEN FAILED ON AUDIT-IN-FILE" TO WS-ABEND-MESSAGE  00002820
               GO TO 9999-ABEND                                         00002830
           END-EVALUATE                                                 00002840
           OPEN OUTPUT RECERT-FILE                                      00002850
           IF FS-RECERT-FILE NOT = "00"                                 00002860
              MOVE "OPEN FAILED ON RECERT-FILE" TO WS-ABEND-MESSAGE     00002870
              GO TO 9999-ABEND                                          00002880
           END-IF                                                       00002890
           OPEN OUTPUT CERT-RPT-FILE                                    00002900
           IF FS-CERT-RPT-FILE NOT = "00"                               00002910
              MOVE "OPEN FAILED ON CERT-RPT-FILE" TO WS-ABEND-MESSAGE   00002920
              GO TO 9999-ABEND                                          00002930
           END-IF                                                       00002940
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00002950
           MOVE WS-DORMANT-DAYS TO HDR-DORMANT-DAYS                     00002960
           WRITE CERT-RPT-LINE FROM WS-HDR-LINE-1                       00002970
           WRITE CERT-RPT-LINE FROM WS-HDR-LINE-2                       00002980
           WRITE CERT-RPT-LINE FROM WS-HDR-LINE-3                       00002990
                                                                        00003000
           PERFORM 2900-READ-AUDIT-IN THRU 2900-EXIT.                   00003010
       1000-EXIT.                                                       00003020
           EXIT.                                                        00003030
                                                                        00003040
       1100-LOAD-OPERSEC.                                               00003050
           OPEN INPUT OPER-SEC-FILE                                     00003060
           IF FS-OPER-SEC-FILE NOT = "00"                               00003070
              MOVE "OPERATOR SECURITY FILE NOT AVAILABLE" TO            00003080
                 WS-ABEND-MESSAGE                                       00003090
              GO TO 9999-ABEND                                          00003100
           END-IF                                                       00003110
           PERFORM UNTIL WS-SEC-EOF                                     00003120
             READ OPER-SEC-FILE                                         00003130
               AT END                                                   00003140
                 SET WS-SEC-EOF TO TRUE                                 00003150
               NOT AT END                                               00003160
                 IF OPSEC-OPER-ID NOT = SPACES                          00003170
                    IF WS-OPER-COUNT NOT < WS-OPER-MAX                  00003180
                       MOVE "OPERATOR TABLE FULL" TO WS-ABEND-MESSAGE   00003190
                       GO TO 9999-ABEND                                 00003200
                    END-IF                                              00003210
                    ADD 1 TO WS-OPER-COUNT                              00003220
                    INITIALIZE WS-OPER-ENTRY (WS-OPER-COUNT)            00003230
                    MOVE OPSEC-OPER-ID TO                               00003240
                       TBL-OPER-ID (WS-OPER-COUNT)                      00003250
                    MOVE OPSEC-ALLOWED-FUNCS TO                         00003260
                       TBL-ALLOWED-FUNCS (WS-OPER-COUNT)                00003270
                 END-IF                                                 00003280
             END-READ                                                   00003290
           END-PERFORM                                                  00003300
           CLOSE OPER-SEC-FILE.                                         00003310
       1100-EXIT.                                                       00003320
           EXIT.                                                        00003330
                                                                        00003340
      *> ***************************************************************00003350
      *> ONE TRAIL ENTRY.  ONLY THE MAIN MENU'S SIGN-ON AND FUNCTION    00003360
      *> ENTRIES NAME AN OPERATOR, ALWAYS AS 'OPERATOR XXXXXXXX ...';   00003370
      *> A REFUSED FUNCTION STILL SHOWS THE ID WAS IN USE               00003380
      *> ***************************************************************00003390
       2000-APPLY-AUDIT-ENTRY.                                          00003400
           ADD 1 TO WS-LOG-READ                                         00003410
           IF AIN-PROGRAM-ID = "DUALREL"                                00003413
              AND AIN-DETAIL (1:9) = "OPERATOR "                        00003416
              AND AIN-DATE NUMERIC                                      00003419
              AND (AIN-ACTION = "ITEM RELEASE"                          00003422
                OR AIN-ACTION = "ITEM DECLINE")                         00003425
              ADD 1 TO WS-LOG-USED                                      00003428
              MOVE AIN-DETAIL (10:8) TO WS-LOG-OPER-ID                  00003431
              PERFORM 2100-FIND-OPERATOR THRU 2100-EXIT                 00003434
              IF WS-OPER-HIT > 0                                        00003437
                 AND AIN-DATE > TBL-REL-LAST-USED (WS-OPER-HIT)         00003440
                 MOVE AIN-DATE TO TBL-REL-LAST-USED (WS-OPER-HIT)       00003443
              END-IF                                                    00003446
              GO TO 2000-READ-NEXT                                      00003450
           END-IF                                                       00003460
           IF AIN-PROGRAM-ID NOT = "MAINMENU"                           00003461
              OR AIN-DETAIL (1:9) NOT = "OPERATOR "                     00003462
              OR AIN-DATE NOT NUMERIC                                   00003463
              GO TO 2000-READ-NEXT                                      00003464
           END-IF                                                       00003465
           IF AIN-ACTION NOT = "OPER SIGNON "                           00003470
              AND AIN-ACTION NOT = "FUNCTION RUN"                       00003480
              AND AIN-ACTION NOT = "FUNC REFUSED"                       00003490
              GO TO 2000-READ-NEXT                                      00003500
           END-IF                                                       00003510
           ADD 1 TO WS-LOG-USED                                         00003520
           MOVE AIN-DETAIL (10:8) TO WS-LOG-OPER-ID                     00003530
           PERFORM 2100-FIND-OPERATOR THRU 2100-EXIT                    00003540
           IF WS-OPER-HIT = 0                                           00003550
              PERFORM 2200-NOTE-UNKNOWN-ID THRU 2200-EXIT               00003560
              GO TO 2000-READ-NEXT                                      00003570
           END-IF                                                       00003580
           EVALUATE AIN-ACTION                                          00003590
             WHEN "OPER SIGNON "                                        00003600
               ADD 1 TO TBL-SIGNONS (WS-OPER-HIT)                       00003610
               IF AIN-DATE > TBL-LAST-SIGNON (WS-OPER-HIT)              00003620
                  MOVE AIN-DATE TO TBL-LAST-SIGNON (WS-OPER-HIT)        00003630
               END-IF                                                   00003640
             WHEN "FUNCTION RUN"                                        00003650
               MOVE AIN-DETAIL (32:1) TO WS-LOG-FUNC-CHAR               00003660
               IF WS-LOG-FUNC-CHAR NUMERIC                              00003670
                  AND WS-LOG-FUNC-CHAR NOT = "0"                        00003680
                  MOVE WS-LOG-FUNC-CHAR TO WS-FUNC-NUM                  00003690
                  IF AIN-DATE >                                         00003700
                     TBL-FUNC-LAST-USED (WS-OPER-HIT, WS-FUNC-NUM)      00003710
                     MOVE AIN-DATE TO                                   00003720
                        TBL-FUNC-LAST-USED (WS-OPER-HIT, WS-FUNC-NUM)   00003730
                  END-IF                                                00003740
               END-IF                                                   00003750
             WHEN OTHER                                                 00003760
               CONTINUE                                                 00003770
           END-EVALUATE.                                                00003780
       2000-READ-NEXT.                                                  00003790
           PERFORM 2900-READ-AUDIT-IN THRU 2900-EXIT.                   00003800
       2000-EXIT.                                                       00003810
           EXIT.                                                        00003820
                                                                        00003830
       2100-FIND-OPERATOR.                                              00003840
           MOVE ZEROES TO WS-OPER-HIT                                   00003850
           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1                      00003860
                   UNTIL WS-OPER-SUB > WS-OPER-COUNT                    00003870
                      OR WS-OPER-HIT > 0                                00003880
             IF TBL-OPER-ID (WS-OPER-SUB) = WS-LOG-OPER-ID              00003890
                MOVE WS-OPER-SUB TO WS-OPER-HIT                         00003900
             END-IF                                                     00003910
           END-PERFORM.                                                 00003920
       2100-EXIT.                                                       00003930
           EXIT.                                                        00003940
                                                                        00003950
       2200-NOTE-UNKNOWN-ID.                                            00003960
           MOVE ZEROES TO WS-UNK-HIT                                    00003970
           PERFORM VARYING WS-UNK-SUB FROM 1 BY 1                       00003980
                   UNTIL WS-UNK-SUB > WS-UNK-COUNT                      00003990
                      OR WS-UNK-HIT > 0                                 00004000
             IF TBL-UNK-ID (WS-UNK-SUB) = WS-LOG-OPER-ID                00004010
                MOVE WS-UNK-SUB TO WS-UNK-HIT                           00004020
             END-IF                                                     00004030
           END-PERFORM                                                  00004040
           IF WS-UNK-HIT = 0                                            00004050
              IF WS-UNK-COUNT NOT < WS-UNK-MAX                          00004060
                 ADD 1 TO WS-UNK-OVERFLOW                               00004070
                 GO TO 2200-EXIT                                        00004080
              END-IF                                                    00004090
              ADD 1 TO WS-UNK-COUNT                                     00004100
              MOVE WS-UNK-COUNT TO WS-UNK-HIT                           00004110
              MOVE WS-LOG-OPER-ID TO TBL-UNK-ID (WS-UNK-HIT)            00004120
              MOVE ZEROES TO TBL-UNK-LAST-SEEN (WS-UNK-HIT)             00004130
              MOVE ZEROES TO TBL-UNK-ENTRIES (WS-UNK-HIT)               00004140
           END-IF                                                       00004150
           ADD 1 TO TBL-UNK-ENTRIES (WS-UNK-HIT)                        00004160
           IF AIN-DATE > TBL-UNK-LAST-SEEN (WS-UNK-HIT)                 00004170
              MOVE AIN-DATE TO TBL-UNK-LAST-SEEN (WS-UNK-HIT)           00004180
           END-IF.                                                      00004190
       2200-EXIT.                                                       00004200
           EXIT.                                                        00004210
                                                                        00004220
       2900-READ-AUDIT-IN.                                              00004230
           READ AUDIT-IN-FILE                                           00004240
           EVALUATE FS-AUDIT-IN-FILE                                    00004250
             WHEN "00"                                                  00004260
               CONTINUE                                                 00004270
             WHEN "10"                                                  00004280
               SET WS-LOG-EOF TO TRUE                                   00004290
             WHEN OTHER                                                 00004300
               DISPLAY "I/O ERROR READING AUDIT TRAIL, STATUS: "        00004310
                  FS-AUDIT-IN-FILE                                      00004320
               SET WS-LOG-EOF TO TRUE                                   00004330
               SET RC-WARNING TO TRUE                                   00004340
           END-EVALUATE.                                                00004350
       2900-EXIT.                                                       00004360
           EXIT.                                                        00004370
                                                                        00004380
      *> ***************************************************************00004390
      *> ONE OPERATOR: THE SIGN-ON LINE, THEN ONE LINE PER GRANTED      00004400
      *> FUNCTION.  A DORMANT ID GOES ON THE WORKSHEET AS A WHOLE, AND  00004410
      *> EACH UNUSED FUNCTION ON ITS OWN, SO A MANAGER WHO KEEPS THE ID 00004420
      *> STILL DECIDES ON THE RIGHTS IT NEVER USED                      00004430
      *> ***************************************************************00004440
       3000-REVIEW-OPERATOR.                                            00004450
           MOVE 'N' TO WS-DORMANT-SW                                    00004460
           IF TBL-LAST-SIGNON (WS-OPER-SUB) = ZEROES                    00004470
              SET WS-OPER-DORMANT TO TRUE                               00004480
           ELSE                                                         00004490
              MOVE TBL-LAST-SIGNON (WS-OPER-SUB) TO WS-DN-DATE          00004500
              PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT                00004510
              IF WS-DN-RESULT < WS-RUN-DAYNUM                           00004520
                 COMPUTE WS-IDLE-DAYS = WS-RUN-DAYNUM - WS-DN-RESULT    00004530
                 IF WS-IDLE-DAYS > WS-DORMANT-DAYS                      00004540
                    SET WS-OPER-DORMANT TO TRUE                         00004550
                 END-IF                                                 00004560
              END-IF                                                    00004570
           END-IF                                                       00004580
                                                                        00004590
           MOVE SPACES TO CERT-RPT-LINE                                 00004600
           WRITE CERT-RPT-LINE                                          00004610
           MOVE TBL-OPER-ID (WS-OPER-SUB) TO DTL-OPER-ID                00004620
           MOVE TBL-ALLOWED-FUNCS (WS-OPER-SUB) TO DTL-ALLOWED          00004630
           IF TBL-LAST-SIGNON (WS-OPER-SUB) = ZEROES                    00004640
              MOVE 'NEVER' TO DTL-LAST-SIGNON                           00004650
           ELSE                                                         00004660
              MOVE TBL-LAST-SIGNON (WS-OPER-SUB) TO DTL-LAST-SIGNON     00004670
           END-IF                                                       00004680
           MOVE TBL-SIGNONS (WS-OPER-SUB) TO DTL-SIGNONS                00004690
           MOVE SPACES TO DTL-FUNC                                      00004700
           MOVE SPACES TO DTL-LAST-USED                                 00004710
           MOVE SPACES TO DTL-FLAG                                      00004720
           IF WS-OPER-DORMANT                                           00004730
              MOVE '*** DORMANT ID' TO DTL-FLAG                         00004740
              ADD 1 TO WS-DORMANT-COUNT                                 00004750
              MOVE '*' TO WS-FUNC-CHAR                                  00004760
              MOVE TBL-LAST-SIGNON (WS-OPER-SUB) TO WS-FUNC-LAST        00004770
              MOVE 'DO' TO RCW-FLAG                                     00004780
              PERFORM 3200-WRITE-WORKSHEET THRU 3200-EXIT               00004790
           END-IF                                                       00004800
           WRITE CERT-RPT-LINE FROM WS-DTL-LINE                         00004810
                                                                        00004820
           MOVE SPACES TO DTL-OPER-ID                                   00004830
           MOVE SPACES TO DTL-ALLOWED                                   00004840
           MOVE SPACES TO DTL-LAST-SIGNON                               00004850
           PERFORM 3100-REVIEW-FUNCTION THRU 3100-EXIT                  00004870
              VARYING WS-FUNC-SUB FROM 1 BY 1                           00004880
              UNTIL WS-FUNC-SUB > 10.                                   00004890
       3000-EXIT.                                                       00004900
           EXIT.                                                        00004910
                                                                        00004920
       3100-REVIEW-FUNCTION.                                            00004930
           MOVE TBL-ALLOWED-FUNCS (WS-OPER-SUB) (WS-FUNC-SUB:1)         00004940
              TO WS-FUNC-CHAR                                           00004950
           IF WS-FUNC-CHAR = SPACE                                      00004960
              GO TO 3100-EXIT                                           00004970
           END-IF                                                       00004980
      *> FUNCTION 9 IS THE MENU EXIT, OPEN TO EVERY OPERATOR AND NEVER  00004981
      *> LOGGED, SO THERE IS NOTHING TO RECERTIFY                       00004982
           IF WS-FUNC-CHAR = "9"                                        00004983
              GO TO 3100-EXIT                                           00004984
           END-IF                                                       00004985
           MOVE ZEROES TO WS-FUNC-LAST                                  00004990
           IF WS-FUNC-CHAR NUMERIC                                      00005000
              AND WS-FUNC-CHAR NOT = "0"                                00005010
              MOVE WS-FUNC-CHAR TO WS-FUNC-NUM                          00005020
              MOVE TBL-FUNC-LAST-USED (WS-OPER-SUB, WS-FUNC-NUM)        00005030
                 TO WS-FUNC-LAST                                        00005040
           END-IF                                                       00005050
           IF WS-FUNC-CHAR = "R"                                        00005052
              MOVE TBL-REL-LAST-USED (WS-OPER-SUB) TO WS-FUNC-LAST      00005054
           END-IF                                                       00005056
           MOVE SPACES TO DTL-SIGNONS-X                                 00005060
           MOVE WS-FUNC-CHAR TO DTL-FUNC                                00005070
           MOVE SPACES TO DTL-FLAG                                      00005080
           IF WS-FUNC-LAST = ZEROES                                     00005090
              MOVE 'NEVER' TO DTL-LAST-USED                             00005100
              MOVE '*** GRANTED, NEVER USED' TO DTL-FLAG                00005110
              ADD 1 TO WS-UNUSED-COUNT                                  00005120
              MOVE 'NU' TO RCW-FLAG                                     00005130
              PERFORM 3200-WRITE-WORKSHEET THRU 3200-EXIT               00005140
           ELSE                                                         00005150
              MOVE WS-FUNC-LAST TO DTL-LAST-USED                        00005160
           END-IF                                                       00005170
           WRITE CERT-RPT-LINE FROM WS-DTL-LINE.                        00005180
       3100-EXIT.                                                       00005190
           EXIT.                                                        00005200
                                                                        00005210
      *> ***************************************************************00005220
      *> ONE WORKSHEET LINE FOR THE FLAGGED RIGHT IN WS-FUNC-CHAR, THE  00005230
      *> FLAG ALREADY IN RCW-FLAG.  THE DECISION IS LEFT FOR THE MANAGER00005240
      *> ***************************************************************00005250
       3200-WRITE-WORKSHEET.                                            00005260
           MOVE TBL-OPER-ID (WS-OPER-SUB) TO RCW-OPER-ID                00005270
           MOVE WS-FUNC-CHAR TO RCW-FUNCTION                            00005280
           MOVE WS-FUNC-LAST TO RCW-LAST-USED                           00005290
           MOVE SPACE TO RCW-DECISION                                   00005300
           MOVE SPACES TO RCW-REVIEWER                                  00005310
           MOVE WS-RUN-DATE TO RCW-CYCLE-DATE                           00005320
           MOVE SPACES TO RECERT-RECORD (37:44)                         00005330
           WRITE RECERT-RECORD                                          00005340
           IF FS-RECERT-FILE NOT = "00"                                 00005350
              MOVE "WRITE FAILED ON RECERT-FILE" TO WS-ABEND-MESSAGE    00005360
              GO TO 9999-ABEND                                          00005370
           END-IF                                                       00005380
           ADD 1 TO WS-RECERT-COUNT.                                    00005390
       3200-EXIT.                                                       00005400
           EXIT.                                                        00005410
                                                                        00005420
      *> ***************************************************************00005430
      *> IDS THE MENU SIGNED ON OR RAN FUNCTIONS FOR THAT ARE NO LONGER 00005440
      *> ON OPERSEC.  NOTHING TO REVOKE, BUT SOMEONE MUST ACCOUNT FOR   00005450
      *> THEM, SO THE STEP ENDS RC=4                                    00005460
      *> ***************************************************************00005470
       4000-REPORT-UNKNOWN-IDS.                                         00005480
           IF WS-UNK-COUNT = 0                                          00005490
              GO TO 4000-EXIT                                           00005500
           END-IF                                                       00005510
           WRITE CERT-RPT-LINE FROM WS-UNK-HDR-LINE                     00005520
           PERFORM VARYING WS-UNK-SUB FROM 1 BY 1                       00005530
                   UNTIL WS-UNK-SUB > WS-UNK-COUNT                      00005540
             MOVE TBL-UNK-ID (WS-UNK-SUB) TO UNK-OPER-ID                00005550
             MOVE TBL-UNK-LAST-SEEN (WS-UNK-SUB) TO UNK-LAST-SEEN       00005560
             MOVE TBL-UNK-ENTRIES (WS-UNK-SUB) TO UNK-ENTRIES           00005570
             WRITE CERT-RPT-LINE FROM WS-UNK-LINE                       00005580
           END-PERFORM                                                  00005590
           IF WS-UNK-OVERFLOW > 0                                       00005600
              MOVE SPACES TO NOTE-TEXT                                  00005610
              STRING 'FURTHER ENTRIES FOR IDS BEYOND THE TABLE: '       00005620
                 WS-UNK-OVERFLOW                                        00005630
                 DELIMITED BY SIZE INTO NOTE-TEXT                       00005640
              WRITE CERT-RPT-LINE FROM WS-NOTE-LINE                     00005650
           END-IF                                                       00005660
           SET RC-WARNING TO TRUE.                                      00005670
       4000-EXIT.                                                       00005680
           EXIT.                                                        00005690
                                                                        00005700
      *> ***************************************************************00005710
      *> CONVERT WS-DN-DATE (CCYYMMDD) TO A SERIAL DAY NUMBER, THE SAME 00005720
      *> WAY AUDITARC AGES ITS ENTRIES                                  00005730
      *> ***************************************************************00005740
       5000-DATE-TO-DAYNUM.                                             00005750
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
           PERFORM 5100-CHECK-LEAP-YEAR THRU 5100-EXIT                  00005870
           IF WS-DN-MM > 2 AND WS-DN-LEAP-YEAR                          00005880
              ADD 1 TO WS-DN-RESULT                                     00005890
           END-IF.                                                      00005900
       5000-EXIT.                                                       00005910
           EXIT.                                                        00005920
                                                                        00005930
       5100-CHECK-LEAP-YEAR.                                            00005940
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
       5100-EXIT.                                                       00006110
           EXIT.                                                        00006120
                                                                        00006130
       7000-WRITE-TOTALS.                                               00006140
           MOVE SPACES TO CERT-RPT-LINE                                 00006150
           WRITE CERT-RPT-LINE                                          00006160
           MOVE SPACES TO NOTE-TEXT                                     00006170
           STRING 'OPERATORS REVIEWED ' WS-OPER-COUNT                   00006180
              '   DORMANT IDS ' WS-DORMANT-COUNT                        00006190
              '   UNUSED RIGHTS ' WS-UNUSED-COUNT                       00006200
              '   IDS NOT ON OPERSEC ' WS-UNK-COUNT                     00006210
              DELIMITED BY SIZE INTO NOTE-TEXT                          00006220
           WRITE CERT-RPT-LINE FROM WS-NOTE-LINE                        00006230
           MOVE SPACES TO NOTE-TEXT                                     00006240
           STRING 'WORKSHEET LINES FOR MANAGER DECISION '               00006246
              WS-RECERT-COUNT                                           00006252
              DELIMITED BY SIZE INTO NOTE-TEXT                          00006260
           WRITE CERT-RPT-LINE FROM WS-NOTE-LINE                        00006270
           MOVE "OPRCERT" TO ALOG-PROGRAM-ID                            00006271
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00006272
           IF FS-AUDIT-LOG-FILE NOT = "00"                              00006273
              MOVE "OPEN FAILED ON AUDIT-LOG-FILE" TO WS-ABEND-MESSAGE  00006274
              GO TO 9999-ABEND                                          00006275
           END-IF                                                       00006276
           MOVE "RECERT RUN  " TO ALOG-ACTION                           00006280
           MOVE SPACES TO ALOG-DETAIL                                   00006290
           STRING "OPERS " WS-OPER-COUNT " FLAGGED " WS-RECERT-COUNT    00006300
              " UNKNOWN " WS-UNK-COUNT                                  00006310
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00006320
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00006330
       7000-EXIT.                                                       00006340
           EXIT.                                                        00006350
                                                                        00006360
      *> ***************************************************************00006370
      *> THE AUDIT LOG IS OPENED ONLY ONCE THE TRAIL HAS BEEN READ, SO  00006380
      *> THIS RUN'S OWN ENTRY IS NEVER PART OF WHAT IT REVIEWS          00006390
      *> ***************************************************************00006400
       9000-TERMINATE.                                                  00006410
           CLOSE AUDIT-IN-FILE                                          00006420
           CLOSE RECERT-FILE                                            00006430
           DISPLAY "===== OPRCERT RUN SUMMARY ====="                    00006440
           DISPLAY "AUDIT ENTRIES READ   : " WS-LOG-READ                00006450
           DISPLAY "  MENU ENTRIES USED  : " WS-LOG-USED                00006460
           DISPLAY "OPERATORS REVIEWED   : " WS-OPER-COUNT              00006470
           DISPLAY "DORMANT IDS          : " WS-DORMANT-COUNT           00006480
           DISPLAY "UNUSED RIGHTS        : " WS-UNUSED-COUNT            00006490
           DISPLAY "IDS NOT ON OPERSEC   : " WS-UNK-COUNT               00006500
           DISPLAY "WORKSHEET LINES      : " WS-RECERT-COUNT            00006510
           CLOSE CERT-RPT-FILE                                          00006516
           CLOSE AUDIT-LOG-FILE.                                        00006522
       9000-EXIT.                                                       00006530
           EXIT.                                                        00006540
                                                                        00006550
       COPY AUDITOPN.                                                   00006560
       COPY AUDITWRT.                                                   00006570
       COPY AUDITCHP.                                                   00006580
       COPY ABENDPAR.                                                   00006590
       COPY PROCDPAR.                                                   00006600
       COPY PARMPAR.                                                    00006610
