       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. RPTVIEW.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * CICS ONLINE REPORT VIEWER OVER THE RPTREPO REPOSITORY    *      00000090
      * THE NIGHTLY RPTCAP STEP FILLS.  ENTER WITH A REPORT ID   *      00000100
      * SHOWS ITS LATEST KEPT RUN, OR THE RUN DATE KEYED, FROM   *      00000110
      * THE PAGE KEYED (PAGE 1 BY DEFAULT); A PAGE NUMBER KEYED  *      00000120
      * ALONE JUMPS TO THAT PAGE OF THE RUN ON SHOW.  PF8/PF7    *      00000130
      * PAGE FORWARD AND BACK EIGHTEEN LINES AT A TIME, PF11 AND *      00000140
      * PF10 SHIFT RIGHT AND LEFT ACROSS THE 132-COLUMN LINE.    *      00000150
      * PF5 FINDS THE ACCOUNT NUMBER KEYED IN ACCT FROM THE TOP  *      00000160
      * LINE ON SHOW TO THE END OF THE RUN; PF5 AGAIN FINDS THE  *      00000170
      * NEXT ONE.  A RUN IS SHOWN ONLY TO A SIGN-ON USER ID WHOSE *     00000180
      * OPERSEC ENTRY HOLDS THE MAIN-MENU FUNCTION RIGHT THE     *      00000190
      * REPORT'S CATALOG CARD NAMES - THE SAME RIGHTS MAINMENU   *      00000200
      * CHECKS.  EVERY RUN OPENED AND EVERY REFUSAL GOES TO THE  *      00000210
      * SHARED AUDIT TRAIL THROUGH AUDQ.  READ ONLY.             *      00000220
      * ********************************************************        00000230
       ENVIRONMENT DIVISION.                                            00000240
       DATA DIVISION.                                                   00000250
       WORKING-STORAGE SECTION.                                         00000260
       01 WS-RESP PIC S9(8) COMP.                                       00000270
       01 WS-ERROR-MSG PIC X(79).                                       00000280
       01 WS-ABSTIME PIC S9(15) COMP-3 VALUE ZEROES.                    00000290
       01 WS-AUDIT-DATE PIC 9(08) VALUE ZEROES.                         00000300
       01 WS-USERID PIC X(08) VALUE SPACES.                             00000310
       01 WS-AUTH-SW PIC X(01) VALUE 'N'.                               00000320
           88 WS-AUTHORIZED VALUE 'Y'.                                  00000330
       01 WS-BROWSE-SW PIC X(01) VALUE 'N'.                             00000340
           88 WS-BROWSE-DONE VALUE 'Y'.                                 00000350
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00000360
           88 WS-FOUND VALUE 'Y'.                                       00000370
       01 WS-AUDIT-ACTION PIC X(12) VALUE SPACES.                       00000380
       01 WS-RIGHT-COUNT PIC 9(02) VALUE ZEROES.                        00000390
       01 WS-HIT-COUNT PIC 9(03) VALUE ZEROES.                          00000400
                                                                        00000410
      *> WHAT WAS KEYED ON ENTER OR PF5                                 00000420
       01 WS-RPTID-IN PIC X(08) VALUE SPACES.                           00000430
       01 WS-RUNDT-IN PIC X(08) VALUE SPACES.                           00000440
       01 WS-PAGENO-IN PIC X(05) VALUE SPACES.                          00000450
       01 WS-ACCT-IN PIC X(09) VALUE SPACES.                            00000460
                                                                        00000470
      *> THE RUN BEING OPENED OR SEARCHED                               00000480
       01 WS-WANT-REPORT-ID PIC X(08) VALUE SPACES.                     00000490
       01 WS-WANT-RUN-DATE PIC 9(08) VALUE ZEROES.                      00000500
       01 WS-WANT-PAGE-NO PIC 9(05) VALUE ZEROES.                       00000510
       01 WS-LATEST-RUN-DATE PIC 9(08) VALUE ZEROES.                    00000520
       01 WS-REPORT-FUNCTION PIC X(01) VALUE SPACE.                     00000530
       01 WS-NEXT-LINE PIC 9(03) VALUE ZEROES.                          00000540
                                                                        00000550
      *> THE SCREEN HOLDS EIGHTEEN REPORT LINES, 79 COLUMNS OF THE      00000560
      *> 132 AT A TIME - COLUMNS 1-79 OR 54-132                         00000570
       01 WS-SCREEN-LINES PIC 9(02) VALUE 18.                           00000580
       01 WS-SCREEN-ROW PIC 9(02) VALUE ZEROES.                         00000590
       01 WS-LEFT-COL PIC 9(03) VALUE 1.                                00000600
       01 WS-RIGHT-COL PIC 9(03) VALUE 54.                              00000610
       01 WS-ROW-TEXT PIC X(79) VALUE SPACES.                           00000620
       01 WS-LEAD-COUNT PIC 9(03) VALUE ZEROES.                         00000630
       01 WS-COLS-LINE.                                                 00000640
           05 CL-FROM PIC 9(03).                                        00000650
           05 FILLER PIC X(01) VALUE '-'.                               00000660
           05 CL-TO PIC 9(03).                                          00000670
       01 WS-FIND-ACCT-X PIC X(09) VALUE SPACES.                        00000680
       01 WS-MSG-PAGE PIC 9(05) VALUE ZEROES.                           00000690
       01 WS-MSG-LINE PIC 9(03) VALUE ZEROES.                           00000700
                                                                        00000710
       COPY DFHAID.                                                     00000720
       COPY RPTVIEWM.                                                   00000730
       COPY RPTREPO.                                                    00000740
       COPY OPERSEC.                                                    00000750
       COPY AUDITLOG REPLACING ==AUDIT-LOG-RECORD== BY                  00000760
                               ==WS-AUDIT-Q-RECORD==.                   00000770
                                                                        00000780
      *> THE RUN ON SHOW AND WHERE IN IT, CARRIED BETWEEN SCREENS       00000790
       01 WS-COMMAREA.                                                  00000800
           05 CA-REPORT-ID          PIC X(08).                          00000810
           05 CA-RUN-DATE           PIC 9(08).                          00000820
           05 CA-PAGE-COUNT         PIC 9(05).                          00000830
           05 CA-PAGE-NO            PIC 9(05).                          00000840
           05 CA-TOP-LINE           PIC 9(03).                          00000850
           05 CA-COL-START          PIC 9(03).                          00000860
           05 CA-FIND-ACCT          PIC 9(09).                          00000870
                                                                        00000880
       LINKAGE SECTION.                                                 00000890
       01 DFHCOMMAREA.                                                  00000900
           05 LK-REPORT-ID          PIC X(08).                          00000910
           05 LK-RUN-DATE           PIC 9(08).                          00000920
           05 LK-PAGE-COUNT         PIC 9(05).                          00000930
           05 LK-PAGE-NO            PIC 9(05).                          00000940
           05 LK-TOP-LINE           PIC 9(03).                          00000950
           05 LK-COL-START          PIC 9(03).                          00000960
           05 LK-FIND-ACCT          PIC 9(09).                          00000970
                                                                        00000980
       PROCEDURE DIVISION.                                              00000990
      *> ***************************************************************00001000
      *> EIBAID DISPATCH AS IN CASEMNT.  THE RUN ON SHOW TRAVELS IN THE 00001010
      *> COMMAREA AND WAS CLEARED AGAINST OPERSEC WHEN IT WAS OPENED;   00001020
      *> THE PAGING KEYS ACT ONLY ON THAT RUN                           00001030
      *> ***************************************************************00001040
       0000-MAIN.                                                       00001050
           EXEC CICS HANDLE CONDITION                                   00001060
               MAPFAIL(1900-HANDLE-MAPFAIL)                             00001070
           END-EXEC                                                     00001080
                                                                        00001090
           MOVE SPACES TO WS-ERROR-MSG                                  00001100
           IF EIBCALEN = 0                                              00001110
              PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT              00001120
           ELSE                                                         00001130
              MOVE DFHCOMMAREA TO WS-COMMAREA                           00001140
              EVALUATE EIBAID                                           00001150
                WHEN DFHPF3                                             00001160
                WHEN DFHCLEAR                                           00001170
                  GO TO 9000-END-SESSION                                00001180
                WHEN DFHPF5                                             00001190
                  PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT              00001200
                WHEN DFHPF7                                             00001210
                  PERFORM 6000-PAGE-BACK THRU 6000-EXIT                 00001220
                WHEN DFHPF8                                             00001230
                  PERFORM 6100-PAGE-FORWARD THRU 6100-EXIT              00001240
                WHEN DFHPF10                                            00001250
                  PERFORM 6200-SHIFT-LEFT THRU 6200-EXIT                00001260
                WHEN DFHPF11                                            00001270
                  PERFORM 6300-SHIFT-RIGHT THRU 6300-EXIT               00001280
                WHEN OTHER                                              00001290
                  PERFORM 2000-SHOW-REPORT THRU 2000-EXIT               00001300
              END-EVALUATE                                              00001310
           END-IF                                                       00001320
                                                                        00001330
           PERFORM 8000-RETURN-TRANSID THRU 8000-EXIT.                  00001340
                                                                        00001350
      *> ***************************************************************00001360
      *> THE FIRST SCREEN IS EMPTY, READY FOR A REPORT ID               00001370
      *> ***************************************************************00001380
       1000-SEND-INITIAL-MAP.                                           00001390
           PERFORM 1100-CLEAR-RUN THRU 1100-EXIT                        00001400
           MOVE 'KEY A REPORT ID (AND RUN DATE FOR AN OLDER RUN), ENTER'00001410
              TO WS-ERROR-MSG                                           00001420
           PERFORM 3000-SEND-PAGE THRU 3000-EXIT.                       00001430
       1000-EXIT.                                                       00001440
           EXIT.                                                        00001450
                                                                        00001460
       1100-CLEAR-RUN.                                                  00001470
           MOVE SPACES TO CA-REPORT-ID                                  00001480
           MOVE ZEROES TO CA-RUN-DATE                                   00001490
           MOVE ZEROES TO CA-PAGE-COUNT                                 00001500
           MOVE ZEROES TO CA-PAGE-NO                                    00001510
           MOVE ZEROES TO CA-TOP-LINE                                   00001520
           MOVE WS-LEFT-COL TO CA-COL-START                             00001530
           MOVE ZEROES TO CA-FIND-ACCT.                                 00001540
       1100-EXIT.                                                       00001550
           EXIT.                                                        00001560
                                                                        00001570
      *> ***************************************************************00001580
      *> ENTER.  A REPORT ID OR RUN DATE KEYED OPENS THAT RUN; A PAGE   00001590
      *> NUMBER KEYED ALONE JUMPS WITHIN THE RUN ON SHOW; NOTHING KEYED 00001600
      *> JUST REFRESHES THE SCREEN                                      00001610
      *> ***************************************************************00001620
       2000-SHOW-REPORT.                                                00001630
           EXEC CICS RECEIVE MAP('RPTVIEWI')                            00001640
               MAPSET('RPTVIEWM')                                       00001650
               INTO(RPTVIEWI)                                           00001660
               RESP(WS-RESP)                                            00001670
           END-EXEC                                                     00001680
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00001690
              GO TO 2000-SEND                                           00001700
           END-IF                                                       00001710
           IF RPTIDL > 0                                                00001720
              MOVE RPTID TO WS-RPTID-IN                                 00001730
           END-IF                                                       00001740
           IF RUNDTL > 0                                                00001750
              MOVE RUNDT TO WS-RUNDT-IN                                 00001760
           END-IF                                                       00001770
           IF PAGENOL > 0                                               00001780
              MOVE PAGENO TO WS-PAGENO-IN                               00001790
           END-IF                                                       00001800
           IF ACCTL > 0                                                 00001810
              MOVE ACCT TO WS-ACCT-IN                                   00001820
           END-IF                                                       00001830
                                                                        00001840
           MOVE 1 TO WS-WANT-PAGE-NO                                    00001850
           IF WS-PAGENO-IN NOT = SPACES                                 00001860
              IF WS-PAGENO-IN NOT NUMERIC                               00001870
                 MOVE 'THE PAGE IS KEYED AS A NUMBER' TO WS-ERROR-MSG   00001880
                 GO TO 2000-SEND                                        00001890
              END-IF                                                    00001900
              MOVE WS-PAGENO-IN TO WS-WANT-PAGE-NO                      00001910
           END-IF                                                       00001920
                                                                        00001930
           IF WS-RPTID-IN NOT = SPACES                                  00001940
              OR WS-RUNDT-IN NOT = SPACES                               00001950
              IF WS-RPTID-IN NOT = SPACES                               00001960
                 MOVE WS-RPTID-IN TO WS-WANT-REPORT-ID                  00001970
              ELSE                                                      00001980
                 MOVE CA-REPORT-ID TO WS-WANT-REPORT-ID                 00001990
              END-IF                                                    00002000
              MOVE ZEROES TO WS-WANT-RUN-DATE                           00002010
              IF WS-RUNDT-IN NOT = SPACES                               00002020
                 IF WS-RUNDT-IN NOT NUMERIC                             00002030
                    MOVE 'THE RUN DATE IS KEYED CCYYMMDD' TO            00002040
                       WS-ERROR-MSG                                     00002050
                    GO TO 2000-SEND                                     00002060
                 END-IF                                                 00002070
                 MOVE WS-RUNDT-IN TO WS-WANT-RUN-DATE                   00002080
              END-IF                                                    00002090
              PERFORM 2200-OPEN-RUN THRU 2200-EXIT                      00002100
              GO TO 2000-SEND                                           00002110
           END-IF                                                       00002120
                                                                        00002130
           IF WS-PAGENO-IN NOT = SPACES                                 00002140
              AND CA-REPORT-ID NOT = SPACES                             00002150
              PERFORM 2300-JUMP-TO-PAGE THRU 2300-EXIT                  00002160
           END-IF.                                                      00002170
       2000-SEND.                                                       00002180
           PERFORM 3000-SEND-PAGE THRU 3000-EXIT.                       00002190
       2000-EXIT.                                                       00002200
           EXIT.                                                        00002210
                                                                        00002220
      *> ***************************************************************00002230
      *> OPEN A RUN: THE DATE KEYED, OR THE LATEST KEPT.  ITS INDEX     00002240
      *> RECORD NAMES THE FUNCTION RIGHT THE USER MUST HOLD             00002250
      *> ***************************************************************00002260
       2200-OPEN-RUN.                                                   00002270
           IF WS-WANT-REPORT-ID = SPACES                                00002280
              MOVE 'KEY A REPORT ID' TO WS-ERROR-MSG                    00002290
              GO TO 2200-EXIT                                           00002300
           END-IF                                                       00002310
           IF WS-WANT-RUN-DATE = ZEROES                                 00002320
              PERFORM 2210-FIND-LATEST-RUN THRU 2210-EXIT               00002330
              IF WS-LATEST-RUN-DATE = ZEROES                            00002340
                 STRING 'NO RUN OF ' WS-WANT-REPORT-ID                  00002350
                    ' IS KEPT IN THE REPOSITORY'                        00002360
                    DELIMITED BY SIZE INTO WS-ERROR-MSG                 00002370
                 GO TO 2200-EXIT                                        00002380
              END-IF                                                    00002390
              MOVE WS-LATEST-RUN-DATE TO WS-WANT-RUN-DATE               00002400
           END-IF                                                       00002410
                                                                        00002420
           MOVE WS-WANT-REPORT-ID TO RPR-REPORT-ID                      00002430
           MOVE WS-WANT-RUN-DATE TO RPR-RUN-DATE                        00002440
           MOVE ZEROES TO RPR-PAGE-NO                                   00002450
           MOVE ZEROES TO RPR-LINE-NO                                   00002460
           EXEC CICS READ FILE('RPTREPO')                               00002470
               INTO(REPORT-REPO-RECORD)                                 00002480
               RIDFLD(RPR-KEY)                                          00002490
               RESP(WS-RESP)                                            00002500
           END-EXEC                                                     00002510
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00002520
              STRING 'NO RUN OF ' WS-WANT-REPORT-ID ' FOR '             00002530
                 WS-WANT-RUN-DATE ' IS KEPT IN THE REPOSITORY'          00002540
                 DELIMITED BY SIZE INTO WS-ERROR-MSG                    00002550
              GO TO 2200-EXIT                                           00002560
           END-IF                                                       00002570
                                                                        00002580
           MOVE RPX-FUNCTION TO WS-REPORT-FUNCTION                      00002590
           PERFORM 7000-CHECK-RIGHT THRU 7000-EXIT                      00002600
           IF NOT WS-AUTHORIZED                                         00002610
              MOVE 'RPT REFUSED' TO WS-AUDIT-ACTION                     00002620
              PERFORM 7100-QUEUE-AUDIT-ENTRY THRU 7100-EXIT             00002630
              PERFORM 1100-CLEAR-RUN THRU 1100-EXIT                     00002640
              GO TO 2200-EXIT                                           00002650
           END-IF                                                       00002660
                                                                        00002670
           MOVE WS-WANT-REPORT-ID TO CA-REPORT-ID                       00002680
           MOVE WS-WANT-RUN-DATE TO CA-RUN-DATE                         00002690
           MOVE RPX-PAGE-COUNT TO CA-PAGE-COUNT                         00002700
           MOVE 1 TO CA-PAGE-NO                                         00002710
           MOVE 1 TO CA-TOP-LINE                                        00002720
           MOVE WS-LEFT-COL TO CA-COL-START                             00002730
           MOVE ZEROES TO CA-FIND-ACCT                                  00002740
           MOVE 'RPT VIEWED' TO WS-AUDIT-ACTION                         00002750
           PERFORM 7100-QUEUE-AUDIT-ENTRY THRU 7100-EXIT                00002760
           IF WS-WANT-PAGE-NO > 1                                       00002770
              PERFORM 2300-JUMP-TO-PAGE THRU 2300-EXIT                  00002780
           END-IF.                                                      00002790
       2200-EXIT.                                                       00002800
           EXIT.                                                        00002810
                                                                        00002820
      *> ***************************************************************00002830
      *> THE LATEST RUN KEPT: BROWSE THE REPORT'S INDEX RECORDS,        00002840
      *> JUMPING PAST EACH RUN'S LINES TO THE NEXT RUN'S INDEX          00002850
      *> ***************************************************************00002860
       2210-FIND-LATEST-RUN.                                            00002870
           MOVE ZEROES TO WS-LATEST-RUN-DATE                            00002880
           MOVE WS-WANT-REPORT-ID TO RPR-REPORT-ID                      00002890
           MOVE ZEROES TO RPR-RUN-DATE                                  00002900
           MOVE ZEROES TO RPR-PAGE-NO                                   00002910
           MOVE ZEROES TO RPR-LINE-NO                                   00002920
           EXEC CICS STARTBR FILE('RPTREPO')                            00002930
               RIDFLD(RPR-KEY)                                          00002940
               GTEQ                                                     00002950
               RESP(WS-RESP)                                            00002960
           END-EXEC                                                     00002970
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00002980
              GO TO 2210-EXIT                                           00002990
           END-IF                                                       00003000
           MOVE 'N' TO WS-BROWSE-SW                                     00003010
           PERFORM UNTIL WS-BROWSE-DONE                                 00003020
             EXEC CICS READNEXT FILE('RPTREPO')                         00003030
                 INTO(REPORT-REPO-RECORD)                               00003040
                 RIDFLD(RPR-KEY)                                        00003050
                 RESP(WS-RESP)                                          00003060
             END-EXEC                                                   00003070
             IF WS-RESP NOT = DFHRESP(NORMAL)                           00003080
                OR RPR-REPORT-ID NOT = WS-WANT-REPORT-ID                00003090
                SET WS-BROWSE-DONE TO TRUE                              00003100
             ELSE                                                       00003110
                IF RPR-PAGE-NO = 0 AND RPR-LINE-NO = 0                  00003120
                   MOVE RPR-RUN-DATE TO WS-LATEST-RUN-DATE              00003130
                END-IF                                                  00003140
                MOVE 99999 TO RPR-PAGE-NO                               00003150
                MOVE 999 TO RPR-LINE-NO                                 00003160
                EXEC CICS RESETBR FILE('RPTREPO')                       00003170
                    RIDFLD(RPR-KEY)                                     00003180
                    GTEQ                                                00003190
                    RESP(WS-RESP)                                       00003200
                END-EXEC                                                00003210
                IF WS-RESP NOT = DFHRESP(NORMAL)                        00003220
                   SET WS-BROWSE-DONE TO TRUE                           00003230
                END-IF                                                  00003240
             END-IF                                                     00003250
           END-PERFORM                                                  00003260
           EXEC CICS ENDBR FILE('RPTREPO')                              00003270
           END-EXEC.                                                    00003280
       2210-EXIT.                                                       00003290
           EXIT.                                                        00003300
                                                                        00003310
       2300-JUMP-TO-PAGE.                                               00003320
           IF WS-WANT-PAGE-NO < 1                                       00003330
              OR WS-WANT-PAGE-NO > CA-PAGE-COUNT                        00003340
              MOVE CA-PAGE-COUNT TO WS-MSG-PAGE                         00003350
              STRING 'THIS RUN HAS PAGES 1 TO ' WS-MSG-PAGE             00003360
                 DELIMITED BY SIZE INTO WS-ERROR-MSG                    00003370
              GO TO 2300-EXIT                                           00003380
           END-IF                                                       00003390
           MOVE WS-WANT-PAGE-NO TO CA-PAGE-NO                           00003400
           MOVE 1 TO CA-TOP-LINE.                                       00003410
       2300-EXIT.                                                       00003420
           EXIT.                                                        00003430
                                                                        00003440
      *> ***************************************************************00003450
      *> BUILD AND SEND THE WHOLE SCREEN: THE RUN ON SHOW, WHERE IN IT, 00003460
      *> EIGHTEEN OF ITS LINES, AND THE MESSAGE                         00003470
      *> ***************************************************************00003480
       3000-SEND-PAGE.                                                  00003490
           MOVE LOW-VALUES TO RPTVIEWO                                  00003500
           IF CA-REPORT-ID NOT = SPACES                                 00003510
              PERFORM 4000-FILL-PAGE THRU 4000-EXIT                     00003520
           END-IF                                                       00003530
           IF WS-ERROR-MSG NOT = SPACES                                 00003540
              MOVE WS-ERROR-MSG TO ERRMSGO                              00003550
           END-IF                                                       00003560
           EXEC CICS SEND MAP('RPTVIEWI')                               00003570
               MAPSET('RPTVIEWM')                                       00003580
               FROM(RPTVIEWO)                                           00003590
               ERASE                                                    00003600
           END-EXEC.                                                    00003610
       3000-EXIT.                                                       00003620
           EXIT.                                                        00003630
                                                                        00003640
      *> ***************************************************************00003650
      *> THE INDEX RECORD FOR THE HEADING, THEN UP TO EIGHTEEN LINES OF 00003660
      *> THE PAGE FROM THE TOP LINE.  A RUN PURGED SINCE IT WAS OPENED  00003670
      *> IS DROPPED                                                     00003680
      *> ***************************************************************00003690
       4000-FILL-PAGE.                                                  00003700
           MOVE CA-REPORT-ID TO RPR-REPORT-ID                           00003710
           MOVE CA-RUN-DATE TO RPR-RUN-DATE                             00003720
           MOVE ZEROES TO RPR-PAGE-NO                                   00003730
           MOVE ZEROES TO RPR-LINE-NO                                   00003740
           EXEC CICS READ FILE('RPTREPO')                               00003750
               INTO(REPORT-REPO-RECORD)                                 00003760
               RIDFLD(RPR-KEY)                                          00003770
               RESP(WS-RESP)                                            00003780
           END-EXEC                                                     00003790
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00003800
              MOVE 'THIS RUN HAS BEEN PURGED FROM THE REPOSITORY' TO    00003810
                 WS-ERROR-MSG                                           00003820
              PERFORM 1100-CLEAR-RUN THRU 1100-EXIT                     00003830
              GO TO 4000-EXIT                                           00003840
           END-IF                                                       00003850
           MOVE CA-REPORT-ID TO RPTIDO                                  00003860
           MOVE CA-RUN-DATE TO RUNDTO                                   00003870
           MOVE CA-PAGE-NO TO PAGENOO                                   00003880
           MOVE CA-PAGE-COUNT TO PAGESO                                 00003890
           MOVE RPX-DESC TO DESCO                                       00003900
           MOVE CA-TOP-LINE TO LINENOO                                  00003910
           MOVE CA-COL-START TO CL-FROM                                 00003920
           COMPUTE CL-TO = CA-COL-START + 78                            00003930
           MOVE WS-COLS-LINE TO COLRNGO                                 00003940
           IF CA-FIND-ACCT > ZEROES                                     00003950
              MOVE CA-FIND-ACCT TO ACCTO                                00003960
           END-IF                                                       00003970
                                                                        00003980
           MOVE CA-REPORT-ID TO RPR-REPORT-ID                           00003990
           MOVE CA-RUN-DATE TO RPR-RUN-DATE                             00004000
           MOVE CA-PAGE-NO TO RPR-PAGE-NO                               00004010
           MOVE CA-TOP-LINE TO RPR-LINE-NO                              00004020
           EXEC CICS STARTBR FILE('RPTREPO')                            00004030
               RIDFLD(RPR-KEY)                                          00004040
               GTEQ                                                     00004050
               RESP(WS-RESP)                                            00004060
           END-EXEC                                                     00004070
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00004080
              GO TO 4000-EXIT                                           00004090
           END-IF                                                       00004100
           MOVE ZEROES TO WS-SCREEN-ROW                                 00004110
           MOVE 'N' TO WS-BROWSE-SW                                     00004120
           PERFORM UNTIL WS-BROWSE-DONE                                 00004130
             EXEC CICS READNEXT FILE('RPTREPO')                         00004140
                 INTO(REPORT-REPO-RECORD)                               00004150
                 RIDFLD(RPR-KEY)                                        00004160
                 RESP(WS-RESP)                                          00004170
             END-EXEC                                                   00004180
             IF WS-RESP NOT = DFHRESP(NORMAL)                           00004190
                OR RPR-REPORT-ID NOT = CA-REPORT-ID                     00004200
                OR RPR-RUN-DATE NOT = CA-RUN-DATE                       00004210
                OR RPR-PAGE-NO NOT = CA-PAGE-NO                         00004220
                SET WS-BROWSE-DONE TO TRUE                              00004230
             ELSE                                                       00004240
                ADD 1 TO WS-SCREEN-ROW                                  00004250
                MOVE RPR-LINE-TEXT (CA-COL-START:79) TO WS-ROW-TEXT     00004260
                PERFORM 4100-PUT-ROW THRU 4100-EXIT                     00004270
                IF WS-SCREEN-ROW >= WS-SCREEN-LINES                     00004280
                   SET WS-BROWSE-DONE TO TRUE                           00004290
                END-IF                                                  00004300
             END-IF                                                     00004310
           END-PERFORM                                                  00004320
           EXEC CICS ENDBR FILE('RPTREPO')                              00004330
           END-EXEC.                                                    00004340
       4000-EXIT.                                                       00004350
           EXIT.                                                        00004360
                                                                        00004370
       4100-PUT-ROW.                                                    00004380
           EVALUATE WS-SCREEN-ROW                                       00004390
             WHEN 1                                                     00004400
               MOVE WS-ROW-TEXT TO LIN01O                               00004410
             WHEN 2                                                     00004420
               MOVE WS-ROW-TEXT TO LIN02O                               00004430
             WHEN 3                                                     00004440
               MOVE WS-ROW-TEXT TO LIN03O                               00004450
             WHEN 4                                                     00004460
               MOVE WS-ROW-TEXT TO LIN04O                               00004470
             WHEN 5                                                     00004480
               MOVE WS-ROW-TEXT TO LIN05O                               00004490
             WHEN 6                                                     00004500
               MOVE WS-ROW-TEXT TO LIN06O                               00004510
             WHEN 7                                                     00004520
               MOVE WS-ROW-TEXT TO LIN07O                               00004530
             WHEN 8                                                     00004540
               MOVE WS-ROW-TEXT TO LIN08O                               00004550
             WHEN 9                                                     00004560
               MOVE WS-ROW-TEXT TO LIN09O                               00004570
             WHEN 10                                                    00004580
               MOVE WS-ROW-TEXT TO LIN10O                               00004590
             WHEN 11                                                    00004600
               MOVE WS-ROW-TEXT TO LIN11O                               00004610
             WHEN 12                                                    00004620
               MOVE WS-ROW-TEXT TO LIN12O                               00004630
             WHEN 13                                                    00004640
               MOVE WS-ROW-TEXT TO LIN13O                               00004650
             WHEN 14                                                    00004660
               MOVE WS-ROW-TEXT TO LIN14O                               00004670
             WHEN 15                                                    00004680
               MOVE WS-ROW-TEXT TO LIN15O                               00004690
             WHEN 16                                                    00004700
               MOVE WS-ROW-TEXT TO LIN16O                               00004710
             WHEN 17                                                    00004720
               MOVE WS-ROW-TEXT TO LIN17O                               00004730
             WHEN 18                                                    00004740
               MOVE WS-ROW-TEXT TO LIN18O                               00004750
           END-EVALUATE.                                                00004760
       4100-EXIT.                                                       00004770
           EXIT.                                                        00004780
                                                                        00004790
      *> ***************************************************************00004800
      *> PF5.  A NEW ACCOUNT NUMBER IS SEARCHED FOR FROM THE TOP LINE   00004810
      *> ON SHOW; PF5 WITH NOTHING NEW KEYED FINDS THE NEXT OCCURRENCE  00004820
      *> AFTER IT.  THE LINE FOUND IS BROUGHT TO THE TOP OF THE SCREEN, 00004830
      *> SHIFTED RIGHT WHEN THE NUMBER SITS PAST COLUMN 79              00004840
      *> ***************************************************************00004850
       5000-FIND-ACCOUNT.                                               00004860
           IF CA-REPORT-ID = SPACES                                     00004870
              MOVE 'OPEN A REPORT FIRST' TO WS-ERROR-MSG                00004880
              GO TO 5000-SEND                                           00004890
           END-IF                                                       00004900
           MOVE CA-TOP-LINE TO WS-NEXT-LINE                             00004910
           EXEC CICS RECEIVE MAP('RPTVIEWI')                            00004920
               MAPSET('RPTVIEWM')                                       00004930
               INTO(RPTVIEWI)                                           00004940
               RESP(WS-RESP)                                            00004950
           END-EXEC                                                     00004960
           IF WS-RESP = DFHRESP(NORMAL)                                 00004970
              AND ACCTL > 0                                             00004980
              MOVE ACCT TO WS-ACCT-IN                                   00004990
              IF WS-ACCT-IN NOT NUMERIC                                 00005000
                 MOVE 'THE ACCOUNT NUMBER IS KEYED AS 9 DIGITS' TO      00005010
                    WS-ERROR-MSG                                        00005020
                 GO TO 5000-SEND                                        00005030
              END-IF                                                    00005040
              MOVE WS-ACCT-IN TO CA-FIND-ACCT                           00005050
           ELSE                                                         00005060
              ADD 1 TO WS-NEXT-LINE                                     00005070
           END-IF                                                       00005080
           IF CA-FIND-ACCT = ZEROES                                     00005090
              MOVE 'KEY AN ACCOUNT NUMBER IN ACCT AND PRESS PF5' TO     00005100
                 WS-ERROR-MSG                                           00005110
              GO TO 5000-SEND                                           00005120
           END-IF                                                       00005130
           MOVE CA-FIND-ACCT TO WS-FIND-ACCT-X                          00005140
                                                                        00005150
           MOVE 'N' TO WS-FOUND-SW                                      00005160
           MOVE CA-REPORT-ID TO RPR-REPORT-ID                           00005170
           MOVE CA-RUN-DATE TO RPR-RUN-DATE                             00005180
           MOVE CA-PAGE-NO TO RPR-PAGE-NO                               00005190
           MOVE WS-NEXT-LINE TO RPR-LINE-NO                             00005200
           EXEC CICS STARTBR FILE('RPTREPO')                            00005210
               RIDFLD(RPR-KEY)                                          00005220
               GTEQ                                                     00005230
               RESP(WS-RESP)                                            00005240
           END-EXEC                                                     00005250
           IF WS-RESP = DFHRESP(NORMAL)                                 00005260
              MOVE 'N' TO WS-BROWSE-SW                                  00005270
              PERFORM UNTIL WS-BROWSE-DONE                              00005280
                EXEC CICS READNEXT FILE('RPTREPO')                      00005290
                    INTO(REPORT-REPO-RECORD)                            00005300
                    RIDFLD(RPR-KEY)                                     00005310
                    RESP(WS-RESP)                                       00005320
                END-EXEC                                                00005330
                IF WS-RESP NOT = DFHRESP(NORMAL)                        00005340
                   OR RPR-REPORT-ID NOT = CA-REPORT-ID                  00005350
                   OR RPR-RUN-DATE NOT = CA-RUN-DATE                    00005360
                   SET WS-BROWSE-DONE TO TRUE                           00005370
                ELSE                                                    00005380
                   MOVE ZEROES TO WS-HIT-COUNT                          00005390
                   INSPECT RPR-LINE-TEXT TALLYING WS-HIT-COUNT          00005400
                      FOR ALL WS-FIND-ACCT-X                            00005410
                   IF WS-HIT-COUNT > 0                                  00005420
                      SET WS-FOUND TO TRUE                              00005430
                      SET WS-BROWSE-DONE TO TRUE                        00005440
                   END-IF                                               00005450
                END-IF                                                  00005460
              END-PERFORM                                               00005470
              EXEC CICS ENDBR FILE('RPTREPO')                           00005480
              END-EXEC                                                  00005490
           END-IF                                                       00005500
                                                                        00005510
           IF NOT WS-FOUND                                              00005520
              STRING 'ACCOUNT ' WS-FIND-ACCT-X                          00005530
                 ' NOT FOUND FROM HERE TO THE END OF THE RUN'           00005540
                 DELIMITED BY SIZE INTO WS-ERROR-MSG                    00005550
              GO TO 5000-SEND                                           00005560
           END-IF                                                       00005570
           MOVE RPR-PAGE-NO TO CA-PAGE-NO                               00005580
           MOVE RPR-LINE-NO TO CA-TOP-LINE                              00005590
           MOVE ZEROES TO WS-LEAD-COUNT                                 00005600
           INSPECT RPR-LINE-TEXT TALLYING WS-LEAD-COUNT                 00005610
              FOR CHARACTERS BEFORE INITIAL WS-FIND-ACCT-X              00005620
           IF WS-LEAD-COUNT + 9 > 79                                    00005630
              MOVE WS-RIGHT-COL TO CA-COL-START                         00005640
           ELSE                                                         00005650
              MOVE WS-LEFT-COL TO CA-COL-START                          00005660
           END-IF                                                       00005670
           MOVE RPR-PAGE-NO TO WS-MSG-PAGE                              00005680
           MOVE RPR-LINE-NO TO WS-MSG-LINE                              00005690
           STRING 'ACCOUNT ' WS-FIND-ACCT-X ' FOUND ON PAGE '           00005700
              WS-MSG-PAGE ' LINE ' WS-MSG-LINE ' - PF5 FINDS THE NEXT'  00005710
              DELIMITED BY SIZE INTO WS-ERROR-MSG.                      00005720
       5000-SEND.                                                       00005730
           PERFORM 3000-SEND-PAGE THRU 3000-EXIT.                       00005740
       5000-EXIT.                                                       00005750
           EXIT.                                                        00005760
                                                                        00005770
      *> ***************************************************************00005780
      *> PF7.  BACK EIGHTEEN LINES, OR TO THE TOP OF THE PAGE BEFORE    00005790
      *> WHEN ALREADY AT THE TOP OF THIS ONE                            00005800
      *> ***************************************************************00005810
       6000-PAGE-BACK.                                                  00005820
           EVALUATE TRUE                                                00005830
             WHEN CA-REPORT-ID = SPACES                                 00005840
               MOVE 'OPEN A REPORT FIRST' TO WS-ERROR-MSG               00005850
             WHEN CA-TOP-LINE > WS-SCREEN-LINES                         00005860
               SUBTRACT WS-SCREEN-LINES FROM CA-TOP-LINE                00005870
             WHEN CA-TOP-LINE > 1                                       00005880
               MOVE 1 TO CA-TOP-LINE                                    00005890
             WHEN CA-PAGE-NO > 1                                        00005900
               SUBTRACT 1 FROM CA-PAGE-NO                               00005910
               MOVE 1 TO CA-TOP-LINE                                    00005920
             WHEN OTHER                                                 00005930
               MOVE 'ALREADY AT THE START OF THE REPORT' TO WS-ERROR-MSG00005940
           END-EVALUATE                                                 00005950
           PERFORM 3000-SEND-PAGE THRU 3000-EXIT.                       00005960
       6000-EXIT.                                                       00005970
           EXIT.                                                        00005980
                                                                        00005990
      *> ***************************************************************00006000
      *> PF8.  FORWARD EIGHTEEN LINES WHILE THE PAGE HAS MORE, THEN TO  00006010
      *> THE TOP OF THE NEXT PAGE                                       00006020
      *> ***************************************************************00006030
       6100-PAGE-FORWARD.                                               00006040
           IF CA-REPORT-ID = SPACES                                     00006050
              MOVE 'OPEN A REPORT FIRST' TO WS-ERROR-MSG                00006060
              GO TO 6100-SEND                                           00006070
           END-IF                                                       00006080
           COMPUTE WS-NEXT-LINE = CA-TOP-LINE + WS-SCREEN-LINES         00006090
           MOVE CA-REPORT-ID TO RPR-REPORT-ID                           00006100
           MOVE CA-RUN-DATE TO RPR-RUN-DATE                             00006110
           MOVE CA-PAGE-NO TO RPR-PAGE-NO                               00006120
           MOVE WS-NEXT-LINE TO RPR-LINE-NO                             00006130
           EXEC CICS READ FILE('RPTREPO')                               00006140
               INTO(REPORT-REPO-RECORD)                                 00006150
               RIDFLD(RPR-KEY)                                          00006160
               RESP(WS-RESP)                                            00006170
           END-EXEC                                                     00006180
           EVALUATE TRUE                                                00006190
             WHEN WS-RESP = DFHRESP(NORMAL)                             00006200
               MOVE WS-NEXT-LINE TO CA-TOP-LINE                         00006210
             WHEN CA-PAGE-NO < CA-PAGE-COUNT                            00006220
               ADD 1 TO CA-PAGE-NO                                      00006230
               MOVE 1 TO CA-TOP-LINE                                    00006240
             WHEN OTHER                                                 00006250
               MOVE 'ALREADY AT THE END OF THE REPORT' TO WS-ERROR-MSG  00006260
           END-EVALUATE.                                                00006270
       6100-SEND.                                                       00006280
           PERFORM 3000-SEND-PAGE THRU 3000-EXIT.                       00006290
       6100-EXIT.                                                       00006300
           EXIT.                                                        00006310
                                                                        00006320
       6200-SHIFT-LEFT.                                                 00006330
           IF CA-COL-START = WS-LEFT-COL                                00006340
              MOVE 'ALREADY AT THE LEFT MARGIN' TO WS-ERROR-MSG         00006350
           ELSE                                                         00006360
              MOVE WS-LEFT-COL TO CA-COL-START                          00006370
           END-IF                                                       00006380
           PERFORM 3000-SEND-PAGE THRU 3000-EXIT.                       00006390
       6200-EXIT.                                                       00006400
           EXIT.                                                        00006410
                                                                        00006420
       6300-SHIFT-RIGHT.                                                00006430
           IF CA-COL-START = WS-RIGHT-COL                               00006440
              MOVE 'ALREADY AT THE RIGHT MARGIN' TO WS-ERROR-MSG        00006450
           ELSE                                                         00006460
              MOVE WS-RIGHT-COL TO CA-COL-START                         00006470
           END-IF                                                       00006480
           PERFORM 3000-SEND-PAGE THRU 3000-EXIT.                       00006490
       6300-EXIT.                                                       00006500
           EXIT.                                                        00006510
                                                                        00006520
      *> ***************************************************************00006530
      *> THE SIGN-ON USER ID MUST BE ON THE ONLINE COPY OF OPERSEC AND  00006540
      *> HOLD THE REPORT'S FUNCTION DIGIT IN ITS ALLOWED LIST, EXACTLY  00006550
      *> AS MAINMENU AUTHORIZES A MENU SELECTION.  A REPORT CATALOGUED  00006560
      *> WITH NO FUNCTION IS SHOWN TO NOBODY                            00006570
      *> ***************************************************************00006580
       7000-CHECK-RIGHT.                                                00006590
           MOVE 'N' TO WS-AUTH-SW                                       00006600
           EXEC CICS ASSIGN                                             00006610
               USERID(WS-USERID)                                        00006620
           END-EXEC                                                     00006630
           MOVE WS-USERID TO OPSEC-OPER-ID                              00006640
           EXEC CICS READ FILE('OPERSEC')                               00006650
               INTO(OPER-SEC-RECORD)                                    00006660
               RIDFLD(OPSEC-OPER-ID)                                    00006670
               RESP(WS-RESP)                                            00006680
           END-EXEC                                                     00006690
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00006700
              STRING 'USER ' WS-USERID                                  00006710
                 ' IS NOT ON THE OPERATOR SECURITY FILE'                00006720
                 DELIMITED BY SIZE INTO WS-ERROR-MSG                    00006730
              GO TO 7000-EXIT                                           00006740
           END-IF                                                       00006750
           MOVE ZEROES TO WS-RIGHT-COUNT                                00006760
           IF WS-REPORT-FUNCTION NOT = SPACE                            00006770
              INSPECT OPSEC-ALLOWED-FUNCS TALLYING WS-RIGHT-COUNT       00006780
                 FOR ALL WS-REPORT-FUNCTION                             00006790
           END-IF                                                       00006800
           IF WS-RIGHT-COUNT > 0                                        00006810
              SET WS-AUTHORIZED TO TRUE                                 00006820
           ELSE                                                         00006830
              STRING 'USER ' WS-USERID ' DOES NOT HOLD FUNCTION '       00006840
                 WS-REPORT-FUNCTION ' NEEDED TO VIEW '                  00006850
                 WS-WANT-REPORT-ID                                      00006860
                 DELIMITED BY SIZE INTO WS-ERROR-MSG                    00006870
           END-IF.                                                      00006880
       7000-EXIT.                                                       00006890
           EXIT.                                                        00006900
                                                                        00006910
      *> ***************************************************************00006920
      *> QUEUE THE VIEW OR REFUSAL TO THE SHARED AUDIT TRAIL, THE SAME  00006930
      *> AUDQ ENTRY CASEMNT WRITES                                      00006940
      *> ***************************************************************00006950
       7100-QUEUE-AUDIT-ENTRY.                                          00006960
           EXEC CICS ASKTIME                                            00006970
               ABSTIME(WS-ABSTIME)                                      00006980
           END-EXEC                                                     00006990
           EXEC CICS FORMATTIME                                         00007000
               ABSTIME(WS-ABSTIME)                                      00007010
               YYYYMMDD(WS-AUDIT-DATE)                                  00007020
           END-EXEC                                                     00007030
           MOVE WS-AUDIT-DATE TO ALOG-DATE OF WS-AUDIT-Q-RECORD         00007040
           COMPUTE ALOG-TIME OF WS-AUDIT-Q-RECORD =                     00007050
              EIBTIME * 100                                             00007060
           MOVE 'RPTVIEW' TO ALOG-PROGRAM-ID OF WS-AUDIT-Q-RECORD       00007070
           MOVE WS-AUDIT-ACTION TO ALOG-ACTION OF WS-AUDIT-Q-RECORD     00007080
           MOVE SPACES TO ALOG-DETAIL OF WS-AUDIT-Q-RECORD              00007090
           STRING WS-WANT-REPORT-ID ' ' WS-WANT-RUN-DATE ' BY '         00007100
              WS-USERID                                                 00007110
              DELIMITED BY SIZE                                         00007120
              INTO ALOG-DETAIL OF WS-AUDIT-Q-RECORD                     00007130
      *> THE SEQUENCE AND CHAIN FIELDS ARE STAMPED BY THE NIGHTLY       00007140
      *> DRAIN - ZEROES HERE SO THE RECORD STAYS NUMERIC THROUGHOUT     00007150
           MOVE ZEROES TO ALOG-SEQ-NO OF WS-AUDIT-Q-RECORD              00007160
           MOVE ZEROES TO ALOG-CHECK OF WS-AUDIT-Q-RECORD               00007170
           EXEC CICS WRITEQ TD QUEUE('AUDQ')                            00007180
               FROM(WS-AUDIT-Q-RECORD)                                  00007190
               LENGTH(92)                                               00007200
               RESP(WS-RESP)                                            00007210
           END-EXEC.                                                    00007220
       7100-EXIT.                                                       00007230
           EXIT.                                                        00007240
                                                                        00007250
       8000-RETURN-TRANSID.                                             00007260
           EXEC CICS RETURN                                             00007270
               TRANSID('RPTV')                                          00007280
               COMMAREA(WS-COMMAREA)                                    00007290
               LENGTH(41)                                               00007300
           END-EXEC.                                                    00007310
       8000-EXIT.                                                       00007320
           EXIT.                                                        00007330
                                                                        00007340
       9000-END-SESSION.                                                00007350
           EXEC CICS SEND TEXT                                          00007360
               FROM('RPTVIEW SESSION ENDED')                            00007370
               ERASE                                                    00007380
           END-EXEC                                                     00007390
           EXEC CICS RETURN                                             00007400
           END-EXEC.                                                    00007410
                                                                        00007420
      *> ***************************************************************00007430
      *> HANDLE CONDITION TARGET IS A GO TO, NOT A PERFORM, SO THIS     00007440
      *> MUST BE ITS OWN SELF-CONTAINED PARAGRAPH WITH ITS OWN RETURN   00007450
      *> ***************************************************************00007460
       1900-HANDLE-MAPFAIL.                                             00007470
           PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT                 00007480
           PERFORM 8000-RETURN-TRANSID THRU 8000-EXIT.                  00007490
