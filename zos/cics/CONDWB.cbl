       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. CONDWB.                                              00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * CICS UNDERWRITING WORKBENCH, IN THE CONDINQ MOLD.        *      00000090
      * THE DESK WORKS THE CONDI PEND QUEUE ON THE SCREEN        *      00000100
      * INSTEAD OF OFF THE PENDRPT PRINTOUT: EIGHT OPEN CASES A  *      00000110
      * PAGE WITH THE CASE AGE AND WHO HOLDS IT, AND THE CASE    *      00000120
      * KEYED IN APPLICANT WITH ITS SCORES AND RANKED REASONS.   *      00000130
      * PF5 TAKES THE CASE - THE HOLD IS STAMPED ON THE CASE     *      00000140
      * RECORD UNDER THE SIGN-ON USER ID, AND A CASE ANOTHER     *      00000150
      * UNDERWRITER HOLDS IS REFUSED, SO TWO PEOPLE NEVER WORK   *      00000160
      * THE SAME FILE.  PF6 DECIDES THE HELD CASE: A(PPROVE) OR  *      00000170
      * D(ECLINE), A REASON CODE PROVEN AGAINST THE REASON       *      00000180
      * TABLE (REQUIRED ON A DECLINE) AND NOTES.  THE DECISION   *      00000190
      * IS QUEUED IN THE OVERRIDE LAYOUT TO THE OVRQ             *      00000200
      * EXTRAPARTITION TD QUEUE - THE NIGHTLY OVRQMRG STEP       *      00000210
      * DRAINS IT ONTO THE OVERRIDE FILE AHEAD OF CONDI, WHICH   *      00000220
      * APPLIES IT AS A DESK OVERRIDE - AND THE TAKE AND THE     *      00000230
      * DECISION BOTH GO TO THE SHARED AUDIT TRAIL THROUGH AUDQ. *      00000240
      * ONLY A USER ID ON THE CONDWBU UNDERWRITER FILE MAY TAKE  *      00000250
      * OR DECIDE; ANYONE ELSE MAY LOOK.  THE FILES ARE THE      *      00000260
      * KSDS COPIES THE CONDPNDL JOB LOADS EACH NIGHT.           *      00000270
      * ********************************************************        00000280
       ENVIRONMENT DIVISION.                                            00000290
       DATA DIVISION.                                                   00000300
       WORKING-STORAGE SECTION.                                         00000310
       01 WS-RESP PIC S9(8) COMP.                                       00000320
       01 WS-ERROR-MSG PIC X(79).                                       00000330
       01 WS-ABSTIME PIC S9(15) COMP-3 VALUE ZEROES.                    00000340
       01 WS-AUDIT-DATE PIC 9(08) VALUE ZEROES.                         00000350
       01 WS-AUDIT-TIME PIC 9(06) VALUE ZEROES.                         00000360
       01 WS-TODAY-DAYNUM PIC 9(07) VALUE ZEROES.                       00000370
       01 WS-AGE-DAYS PIC 9(05) VALUE ZEROES.                           00000380
       01 WS-AGE-ED PIC ZZZ9.                                           00000390
       01 WS-USERID PIC X(08) VALUE SPACES.                             00000400
       01 WS-AUTH-SW PIC X(01) VALUE 'N'.                               00000410
           88 WS-AUTHORIZED VALUE 'Y'.                                  00000420
       01 WS-KEEP-INPUT-SW PIC X(01) VALUE 'N'.                         00000430
           88 WS-KEEP-INPUT VALUE 'Y'.                                  00000440
       01 WS-LIST-DONE-SW PIC X(01) VALUE 'N'.                          00000450
           88 WS-LIST-DONE VALUE 'Y'.                                   00000460
       01 WS-LINES-FILLED PIC 9(01) VALUE ZEROES.                       00000470
       01 WS-RSN-SUB PIC 9(01) VALUE ZEROES.                            00000480
       01 WS-DECSN-IN PIC X(01) VALUE SPACES.                           00000490
       01 WS-DRSN-IN PIC X(04) VALUE SPACES.                            00000500
       01 WS-NOTES-IN PIC X(40) VALUE SPACES.                           00000510
       01 WS-AUDIT-ACTION PIC X(12) VALUE SPACES.                       00000520
                                                                        00000530
       01 WS-LIST-LINE.                                                 00000540
           05 LL-APPL-ID            PIC 9(09).                          00000550
           05 FILLER                PIC X(01).                          00000560
           05 LL-NAME               PIC X(20).                          00000570
           05 FILLER                PIC X(01).                          00000580
           05 LL-PRODUCT-CD         PIC X(04).                          00000590
           05 FILLER                PIC X(01).                          00000600
           05 LL-COMP-SCORE         PIC 9(03).                          00000610
           05 FILLER                PIC X(02).                          00000620
           05 LL-AGE                PIC ZZZ9.                           00000630
           05 FILLER                PIC X(02).                          00000640
           05 LL-HOLDER             PIC X(08).                          00000650
           05 FILLER                PIC X(11).                          00000660
                                                                        00000670
       01 WS-RSN-LINE.                                                  00000680
           05 RL-CODE               PIC X(04).                          00000690
           05 FILLER                PIC X(01).                          00000700
           05 RL-TEXT               PIC X(40).                          00000710
       COPY DFHAID.                                                     00000720
       COPY CONDWBM.                                                    00000730
       COPY CONDWBP.                                                    00000740
       COPY OVRDREC REPLACING ==OVERRIDE-RECORD== BY                    00000750
                              ==WS-OVRD-Q-RECORD==.                     00000760
       COPY AUDITLOG REPLACING ==AUDIT-LOG-RECORD== BY                  00000770
                               ==WS-AUDIT-Q-RECORD==.                   00000780
                                                                        00000790
       01 WB-RSN-RECORD.                                                00000800
           05 CWR-CODE              PIC X(04).                          00000810
           05 CWR-RANK              PIC 9(02).                          00000820
           05 CWR-TEXT              PIC X(40).                          00000830
                                                                        00000840
       01 WB-UWR-RECORD.                                                00000850
           05 CWU-USERID            PIC X(08).                          00000860
           05 CWU-NAME              PIC X(20).                          00000870
                                                                        00000880
       01 WS-COMMAREA.                                                  00000890
           05 CA-APPL-ID            PIC 9(09).                          00000900
           05 CA-LIST-FIRST         PIC 9(09).                          00000910
           05 CA-LIST-NEXT          PIC 9(09).                          00000920
                                                                        00000930
       LINKAGE SECTION.                                                 00000940
       01 DFHCOMMAREA.                                                  00000950
           05 LK-APPL-ID            PIC 9(09).                          00000960
           05 LK-LIST-FIRST         PIC 9(09).                          00000970
           05 LK-LIST-NEXT          PIC 9(09).                          00000980
                                                                        00000990
       PROCEDURE DIVISION.                                              00001000
      *> ***************************************************************00001010
      *> EIBAID DISPATCH AS IN CONDINQ.  THE CASE ON SHOW AND THE       00001020
      *> LIST POSITION TRAVEL IN THE COMMAREA; PF5 AND PF6 ACT ONLY     00001030
      *> ON THE CASE ON SHOW, NEVER ON A NUMBER JUST TYPED              00001040
      *> ***************************************************************00001050
       0000-MAIN.                                                       00001060
           EXEC CICS HANDLE CONDITION                                   00001070
               MAPFAIL(1900-HANDLE-MAPFAIL)                             00001080
           END-EXEC                                                     00001090
                                                                        00001100
           MOVE ZEROES TO CA-APPL-ID                                    00001110
           MOVE ZEROES TO CA-LIST-FIRST                                 00001120
           MOVE ZEROES TO CA-LIST-NEXT                                  00001130
           MOVE SPACES TO WS-ERROR-MSG                                  00001140
           IF EIBCALEN = 0                                              00001150
              PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT              00001160
           ELSE                                                         00001170
              MOVE LK-APPL-ID TO CA-APPL-ID                             00001180
              MOVE LK-LIST-FIRST TO CA-LIST-FIRST                       00001190
              MOVE LK-LIST-NEXT TO CA-LIST-NEXT                         00001200
              EVALUATE EIBAID                                           00001210
                WHEN DFHPF3                                             00001220
                WHEN DFHCLEAR                                           00001230
                  GO TO 9000-END-SESSION                                00001240
                WHEN DFHPF5                                             00001250
                  PERFORM 5000-TAKE-CASE THRU 5000-EXIT                 00001260
                WHEN DFHPF6                                             00001270
                  PERFORM 6000-DECIDE-CASE THRU 6000-EXIT               00001280
                WHEN DFHPF7                                             00001290
                  MOVE ZEROES TO CA-LIST-FIRST                          00001300
                  PERFORM 3000-SEND-WORKBENCH THRU 3000-EXIT            00001310
                WHEN DFHPF8                                             00001320
                  PERFORM 2500-PAGE-FORWARD THRU 2500-EXIT              00001330
                WHEN OTHER                                              00001340
                  PERFORM 2000-VIEW-CASE THRU 2000-EXIT                 00001350
              END-EVALUATE                                              00001360
           END-IF                                                       00001370
                                                                        00001380
           PERFORM 8000-RETURN-TRANSID THRU 8000-EXIT.                  00001390
                                                                        00001400
      *> ***************************************************************00001410
      *> THE FIRST SCREEN IS THE TOP OF THE QUEUE WITH NO CASE SHOWN    00001420
      *> ***************************************************************00001430
       1000-SEND-INITIAL-MAP.                                           00001440
           MOVE ZEROES TO CA-APPL-ID                                    00001450
           MOVE ZEROES TO CA-LIST-FIRST                                 00001460
           MOVE ZEROES TO CA-LIST-NEXT                                  00001470
           PERFORM 3000-SEND-WORKBENCH THRU 3000-EXIT.                  00001480
       1000-EXIT.                                                       00001490
           EXIT.                                                        00001500
                                                                        00001510
      *> ***************************************************************00001520
      *> ENTER = SHOW THE CASE KEYED IN APPLICANT.  NOTHING KEYED       00001530
      *> JUST REFRESHES THE PAGE AND THE CASE ALREADY ON SHOW           00001540
      *> ***************************************************************00001550
       2000-VIEW-CASE.                                                  00001560
           EXEC CICS RECEIVE MAP('CONDWBI')                             00001570
               MAPSET('CONDWBM')                                        00001580
               INTO(CONDWBI)                                            00001590
               RESP(WS-RESP)                                            00001600
           END-EXEC                                                     00001610
           IF WS-RESP = DFHRESP(NORMAL)                                 00001620
              AND APPLIDL > 0                                           00001630
              IF APPLID NOT NUMERIC                                     00001640
                 MOVE 'A NUMERIC APPLICANT ID IS REQUIRED'              00001650
                    TO WS-ERROR-MSG                                     00001660
              ELSE                                                      00001670
                 MOVE APPLID TO CA-APPL-ID                              00001680
              END-IF                                                    00001690
           END-IF                                                       00001700
           PERFORM 3000-SEND-WORKBENCH THRU 3000-EXIT.                  00001710
       2000-EXIT.                                                       00001720
           EXIT.                                                        00001730
                                                                        00001740
      *> ***************************************************************00001750
      *> PF8 = NEXT PAGE OF THE QUEUE FROM THE KEY SAVED WHEN THIS      00001760
      *> PAGE FILLED.  NONE SAVED MEANS THIS WAS THE LAST PAGE          00001770
      *> ***************************************************************00001780
       2500-PAGE-FORWARD.                                               00001790
           IF CA-LIST-NEXT = ZEROES                                     00001800
              MOVE 'END OF THE PEND QUEUE - PF7 RETURNS TO THE TOP'     00001810
                 TO WS-ERROR-MSG                                        00001820
           ELSE                                                         00001830
              MOVE CA-LIST-NEXT TO CA-LIST-FIRST                        00001840
           END-IF                                                       00001850
           PERFORM 3000-SEND-WORKBENCH THRU 3000-EXIT.                  00001860
       2500-EXIT.                                                       00001870
           EXIT.                                                        00001880
                                                                        00001890
      *> ***************************************************************00001900
      *> BUILD AND SEND THE WHOLE SCREEN: THE QUEUE PAGE, THE CASE      00001910
      *> ON SHOW, AND ANY MESSAGE.  THE CASE AGE IS TODAY'S ABSTIME     00001920
      *> DAY LESS THE FIRST-PEND DAY THE LOADER STORED ON THE SAME      00001930
      *> 01/01/1900 ORIGIN                                              00001940
      *> ***************************************************************00001950
       3000-SEND-WORKBENCH.                                             00001960
           EXEC CICS ASKTIME                                            00001970
               ABSTIME(WS-ABSTIME)                                      00001980
           END-EXEC                                                     00001990
           COMPUTE WS-TODAY-DAYNUM = WS-ABSTIME / 86400000              00002000
           MOVE LOW-VALUES TO CONDWBO                                   00002010
           PERFORM 4000-FILL-LIST THRU 4000-EXIT                        00002020
           IF CA-APPL-ID > ZEROES                                       00002030
              PERFORM 4500-FILL-CASE THRU 4500-EXIT                     00002040
           END-IF                                                       00002050
      *> A REFUSED DECISION KEEPS WHAT THE UNDERWRITER KEYED            00002060
           IF WS-KEEP-INPUT                                             00002070
              MOVE WS-DECSN-IN TO DECSNO                                00002080
              MOVE WS-DRSN-IN TO DRSNO                                  00002090
              MOVE WS-NOTES-IN TO NOTESO                                00002100
           END-IF                                                       00002110
           IF WS-ERROR-MSG NOT = SPACES                                 00002120
              MOVE WS-ERROR-MSG TO QMSGO                                00002130
           END-IF                                                       00002140
           EXEC CICS SEND MAP('CONDWBI')                                00002150
               MAPSET('CONDWBM')                                        00002160
               FROM(CONDWBO)                                            00002170
               ERASE                                                    00002180
           END-EXEC.                                                    00002190
       3000-EXIT.                                                       00002200
           EXIT.                                                        00002210
                                                                        00002220
      *> ***************************************************************00002230
      *> BROWSE THE CASE FILE FROM THE TOP OF THE PAGE, SKIPPING        00002240
      *> CASES ALREADY DECIDED TODAY.  THE NINTH OPEN CASE IS NOT       00002250
      *> SHOWN - ITS KEY IS WHERE PF8 PICKS UP                          00002260
      *> ***************************************************************00002270
       4000-FILL-LIST.                                                  00002280
           MOVE ZEROES TO WS-LINES-FILLED                               00002290
           MOVE ZEROES TO CA-LIST-NEXT                                  00002300
           MOVE 'N' TO WS-LIST-DONE-SW                                  00002310
           MOVE CA-LIST-FIRST TO CWP-APPL-ID                            00002320
           EXEC CICS STARTBR FILE('CONDWBP')                            00002330
               RIDFLD(CWP-APPL-ID)                                      00002340
               GTEQ                                                     00002350
               RESP(WS-RESP)                                            00002360
           END-EXEC                                                     00002370
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00002380
              MOVE 'NO OPEN PENDS ON THE WORKBENCH' TO QMSGO            00002390
              GO TO 4000-EXIT                                           00002400
           END-IF                                                       00002410
           PERFORM UNTIL WS-LIST-DONE                                   00002420
             EXEC CICS READNEXT FILE('CONDWBP')                         00002430
                 INTO(WB-PEND-RECORD)                                   00002440
                 RIDFLD(CWP-APPL-ID)                                    00002450
                 RESP(WS-RESP)                                          00002460
             END-EXEC                                                   00002470
             IF WS-RESP NOT = DFHRESP(NORMAL)                           00002480
                SET WS-LIST-DONE TO TRUE                                00002490
             ELSE                                                       00002500
                IF NOT CWP-DECIDED                                      00002510
                   IF WS-LINES-FILLED = 8                               00002520
                      MOVE CWP-APPL-ID TO CA-LIST-NEXT                  00002530
                      SET WS-LIST-DONE TO TRUE                          00002540
                   ELSE                                                 00002550
                      PERFORM 4100-ADD-LIST-LINE THRU 4100-EXIT         00002560
                   END-IF                                               00002570
                END-IF                                                  00002580
             END-IF                                                     00002590
           END-PERFORM                                                  00002600
           EXEC CICS ENDBR FILE('CONDWBP')                              00002610
           END-EXEC                                                     00002620
           IF WS-LINES-FILLED = 0                                       00002630
              MOVE 'NO MORE OPEN PENDS - PF7 RETURNS TO THE TOP'        00002640
                 TO QMSGO                                               00002650
           END-IF.                                                      00002660
       4000-EXIT.                                                       00002670
           EXIT.                                                        00002680
                                                                        00002690
       4100-ADD-LIST-LINE.                                              00002700
           MOVE SPACES TO WS-LIST-LINE                                  00002710
           MOVE CWP-APPL-ID TO LL-APPL-ID                               00002720
           MOVE CWP-NAME TO LL-NAME                                     00002730
           MOVE CWP-PRODUCT-CD TO LL-PRODUCT-CD                         00002740
           MOVE CWP-COMP-SCORE TO LL-COMP-SCORE                         00002750
           PERFORM 4900-CASE-AGE THRU 4900-EXIT                         00002760
           MOVE WS-AGE-DAYS TO LL-AGE                                   00002770
           IF CWP-HELD                                                  00002780
              MOVE CWP-HOLDER TO LL-HOLDER                              00002790
           ELSE                                                         00002800
              MOVE 'OPEN' TO LL-HOLDER                                  00002810
           END-IF                                                       00002820
           ADD 1 TO WS-LINES-FILLED                                     00002830
           EVALUATE WS-LINES-FILLED                                     00002840
             WHEN 1                                                     00002850
               MOVE WS-LIST-LINE TO LST1O                               00002860
             WHEN 2                                                     00002870
               MOVE WS-LIST-LINE TO LST2O                               00002880
             WHEN 3                                                     00002890
               MOVE WS-LIST-LINE TO LST3O                               00002900
             WHEN 4                                                     00002910
               MOVE WS-LIST-LINE TO LST4O                               00002920
             WHEN 5                                                     00002930
               MOVE WS-LIST-LINE TO LST5O                               00002940
             WHEN 6                                                     00002950
               MOVE WS-LIST-LINE TO LST6O                               00002960
             WHEN 7                                                     00002970
               MOVE WS-LIST-LINE TO LST7O                               00002980
             WHEN 8                                                     00002990
               MOVE WS-LIST-LINE TO LST8O                               00003000
           END-EVALUATE.                                                00003010
       4100-EXIT.                                                       00003020
           EXIT.                                                        00003030
                                                                        00003040
      *> ***************************************************************00003050
      *> THE CASE ON SHOW: SCORES, AGE, HOLDER AND THE REASON CODES     00003060
      *> IN THE RANK ORDER CONDI PUT THEM IN                            00003070
      *> ***************************************************************00003080
       4500-FILL-CASE.                                                  00003090
           MOVE CA-APPL-ID TO CWP-APPL-ID                               00003100
           EXEC CICS READ FILE('CONDWBP')                               00003110
               INTO(WB-PEND-RECORD)                                     00003120
               RIDFLD(CWP-APPL-ID)                                      00003130
               RESP(WS-RESP)                                            00003140
           END-EXEC                                                     00003150
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00003160
              MOVE 'NO PEND ON THE WORKBENCH FOR THIS APPLICANT'        00003170
                 TO WS-ERROR-MSG                                        00003180
              MOVE ZEROES TO CA-APPL-ID                                 00003190
              GO TO 4500-EXIT                                           00003200
           END-IF                                                       00003210
           MOVE CWP-APPL-ID TO APPLIDO                                  00003220
           MOVE CWP-NAME TO NAMEO                                       00003230
           MOVE CWP-PRODUCT-CD TO PRODO                                 00003240
           MOVE CWP-INPUT-SCORE TO INSCO                                00003250
           MOVE CWP-COMP-SCORE TO CMSCO                                 00003260
           PERFORM 4900-CASE-AGE THRU 4900-EXIT                         00003270
           MOVE WS-AGE-DAYS TO WS-AGE-ED                                00003280
           MOVE WS-AGE-ED TO AGEO                                       00003290
           EVALUATE TRUE                                                00003300
             WHEN CWP-DECIDED                                           00003310
               MOVE SPACES TO STATO                                     00003320
               STRING 'DECIDED ' CWP-DECISION                           00003330
                  DELIMITED BY SIZE INTO STATO                          00003340
               MOVE CWP-HOLDER TO HOLDERO                               00003350
             WHEN CWP-HELD                                              00003360
               MOVE 'HELD' TO STATO                                     00003370
               MOVE CWP-HOLDER TO HOLDERO                               00003380
             WHEN OTHER                                                 00003390
               MOVE 'OPEN - NOT HELD' TO STATO                          00003400
               MOVE SPACES TO HOLDERO                                   00003410
           END-EVALUATE                                                 00003420
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1                       00003430
                    UNTIL WS-RSN-SUB > 4                                00003440
             IF CWP-RSN-CODE (WS-RSN-SUB) NOT = SPACES                  00003450
                MOVE SPACES TO WS-RSN-LINE                              00003460
                MOVE CWP-RSN-CODE (WS-RSN-SUB) TO RL-CODE               00003470
                MOVE CWP-RSN-TEXT (WS-RSN-SUB) TO RL-TEXT               00003480
                EVALUATE WS-RSN-SUB                                     00003490
                  WHEN 1                                                00003500
                    MOVE WS-RSN-LINE TO RSN1O                           00003510
                  WHEN 2                                                00003520
                    MOVE WS-RSN-LINE TO RSN2O                           00003530
                  WHEN 3                                                00003540
                    MOVE WS-RSN-LINE TO RSN3O                           00003550
                  WHEN 4                                                00003560
                    MOVE WS-RSN-LINE TO RSN4O                           00003570
                END-EVALUATE                                            00003580
             END-IF                                                     00003590
           END-PERFORM.                                                 00003600
       4500-EXIT.                                                       00003610
           EXIT.                                                        00003620
                                                                        00003630
       4900-CASE-AGE.                                                   00003640
           IF WS-TODAY-DAYNUM > CWP-FIRST-DAYNUM                        00003650
              COMPUTE WS-AGE-DAYS = WS-TODAY-DAYNUM - CWP-FIRST-DAYNUM  00003660
           ELSE                                                         00003670
              MOVE ZEROES TO WS-AGE-DAYS                                00003680
           END-IF.                                                      00003690
       4900-EXIT.                                                       00003700
           EXIT.                                                        00003710
                                                                        00003720
      *> ***************************************************************00003730
      *> PF5 = TAKE THE CASE ON SHOW.  THE HOLD IS TAKEN UNDER A READ   00003740
      *> UPDATE, SO TWO UNDERWRITERS PRESSING PF5 TOGETHER CANNOT       00003750
      *> BOTH WIN; A CASE SOMEONE ELSE HOLDS IS REFUSED BY NAME         00003760
      *> ***************************************************************00003770
       5000-TAKE-CASE.                                                  00003780
           IF CA-APPL-ID = ZEROES                                       00003790
              MOVE 'SHOW A CASE (KEY ITS APPLICANT ID) BEFORE PF5'      00003800
                 TO WS-ERROR-MSG                                        00003810
              GO TO 5000-SEND                                           00003820
           END-IF                                                       00003830
           PERFORM 7000-CHECK-UNDERWRITER THRU 7000-EXIT                00003840
           IF NOT WS-AUTHORIZED                                         00003850
              GO TO 5000-SEND                                           00003860
           END-IF                                                       00003870
           MOVE CA-APPL-ID TO CWP-APPL-ID                               00003880
           EXEC CICS READ FILE('CONDWBP')                               00003890
               INTO(WB-PEND-RECORD)                                     00003900
               RIDFLD(CWP-APPL-ID)                                      00003910
               UPDATE                                                   00003920
               RESP(WS-RESP)                                            00003930
           END-EXEC                                                     00003940
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00003950
              MOVE 'NO PEND ON THE WORKBENCH FOR THIS APPLICANT'        00003960
                 TO WS-ERROR-MSG                                        00003970
              GO TO 5000-SEND                                           00003980
           END-IF                                                       00003990
           EVALUATE TRUE                                                00004000
             WHEN CWP-DECIDED                                           00004010
               STRING 'CASE ALREADY DECIDED BY ' CWP-HOLDER             00004020
                  DELIMITED BY SIZE INTO WS-ERROR-MSG                   00004030
             WHEN CWP-HELD AND CWP-HOLDER NOT = WS-USERID               00004040
               STRING 'CASE IS HELD BY ' CWP-HOLDER                     00004050
                  ' - NOT TAKEN'                                        00004060
                  DELIMITED BY SIZE INTO WS-ERROR-MSG                   00004070
             WHEN CWP-HELD                                              00004080
               MOVE 'YOU ALREADY HOLD THIS CASE - PF6 TO DECIDE'        00004090
                  TO WS-ERROR-MSG                                       00004100
           END-EVALUATE                                                 00004110
           IF WS-ERROR-MSG NOT = SPACES                                 00004120
              EXEC CICS UNLOCK FILE('CONDWBP')                          00004130
              END-EXEC                                                  00004140
              GO TO 5000-SEND                                           00004150
           END-IF                                                       00004160
                                                                        00004170
           EXEC CICS ASKTIME                                            00004180
               ABSTIME(WS-ABSTIME)                                      00004190
           END-EXEC                                                     00004200
           EXEC CICS FORMATTIME                                         00004210
               ABSTIME(WS-ABSTIME)                                      00004220
               YYYYMMDD(WS-AUDIT-DATE)                                  00004230
               TIME(WS-AUDIT-TIME)                                      00004240
           END-EXEC                                                     00004250
           SET CWP-HELD TO TRUE                                         00004260
           MOVE WS-USERID TO CWP-HOLDER                                 00004270
           MOVE WS-AUDIT-DATE TO CWP-HOLD-DATE                          00004280
           MOVE WS-AUDIT-TIME TO CWP-HOLD-TIME                          00004290
           EXEC CICS REWRITE FILE('CONDWBP')                            00004300
               FROM(WB-PEND-RECORD)                                     00004310
               RESP(WS-RESP)                                            00004320
           END-EXEC                                                     00004330
           IF WS-RESP = DFHRESP(NORMAL)                                 00004340
              MOVE 'PEND TAKEN' TO WS-AUDIT-ACTION                      00004350
              PERFORM 7100-QUEUE-AUDIT-ENTRY THRU 7100-EXIT             00004360
              MOVE 'CASE TAKEN - PF6 TO DECIDE' TO WS-ERROR-MSG         00004370
           ELSE                                                         00004380
              MOVE 'ERROR REWRITING THE PEND CASE' TO WS-ERROR-MSG      00004390
           END-IF.                                                      00004400
       5000-SEND.                                                       00004410
           PERFORM 3000-SEND-WORKBENCH THRU 3000-EXIT.                  00004420
       5000-EXIT.                                                       00004430
           EXIT.                                                        00004440
                                                                        00004450
      *> ***************************************************************00004460
      *> PF6 = DECIDE THE CASE ON SHOW.  ONLY ITS HOLDER MAY DECIDE     00004470
      *> IT.  THE OVERRIDE IS QUEUED BEFORE THE CASE IS MARKED, SO A    00004480
      *> CASE NEVER SHOWS DECIDED WITHOUT ITS DECISION ON THE QUEUE     00004490
      *> ***************************************************************00004500
       6000-DECIDE-CASE.                                                00004510
           EXEC CICS RECEIVE MAP('CONDWBI')                             00004520
               MAPSET('CONDWBM')                                        00004530
               INTO(CONDWBI)                                            00004540
               RESP(WS-RESP)                                            00004550
           END-EXEC                                                     00004560
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00004570
              MOVE 'KEY THE DECISION, REASON CODE AND NOTES, THEN PF6'  00004580
                 TO WS-ERROR-MSG                                        00004590
              GO TO 6000-SEND                                           00004600
           END-IF                                                       00004610
           IF DECSNL > 0                                                00004620
              MOVE DECSN TO WS-DECSN-IN                                 00004630
           END-IF                                                       00004640
           IF DRSNL > 0                                                 00004650
              MOVE DRSN TO WS-DRSN-IN                                   00004660
           END-IF                                                       00004670
           IF NOTESL > 0                                                00004680
              MOVE NOTES TO WS-NOTES-IN                                 00004690
           END-IF                                                       00004700
           SET WS-KEEP-INPUT TO TRUE                                    00004710
                                                                        00004720
           IF CA-APPL-ID = ZEROES                                       00004730
              MOVE 'SHOW AND TAKE A CASE BEFORE DECIDING IT'            00004740
                 TO WS-ERROR-MSG                                        00004750
              GO TO 6000-SEND                                           00004760
           END-IF                                                       00004770
           IF APPLIDL > 0 AND APPLID NOT = CA-APPL-ID                   00004780
              MOVE 'PRESS ENTER TO SHOW THE NEW CASE BEFORE DECIDING'   00004790
                 TO WS-ERROR-MSG                                        00004800
              GO TO 6000-SEND                                           00004810
           END-IF                                                       00004820
           PERFORM 7000-CHECK-UNDERWRITER THRU 7000-EXIT                00004830
           IF NOT WS-AUTHORIZED                                         00004840
              GO TO 6000-SEND                                           00004850
           END-IF                                                       00004860
           IF WS-DECSN-IN NOT = 'A' AND WS-DECSN-IN NOT = 'D'           00004870
              MOVE 'DECISION MUST BE A (APPROVE) OR D (DECLINE)'        00004880
                 TO WS-ERROR-MSG                                        00004890
              GO TO 6000-SEND                                           00004900
           END-IF                                                       00004910
           IF WS-DECSN-IN = 'D' AND WS-DRSN-IN = SPACES                 00004920
              MOVE 'A DECLINE NEEDS A REASON CODE' TO WS-ERROR-MSG      00004930
              GO TO 6000-SEND                                           00004940
           END-IF                                                       00004950
           IF WS-NOTES-IN = SPACES                                      00004960
              MOVE 'NOTES ARE REQUIRED ON EVERY DESK DECISION'          00004970
                 TO WS-ERROR-MSG                                        00004980
              GO TO 6000-SEND                                           00004990
           END-IF                                                       00005000
           IF WS-DRSN-IN NOT = SPACES                                   00005010
              MOVE WS-DRSN-IN TO CWR-CODE                               00005020
              EXEC CICS READ FILE('CONDWBR')                            00005030
                  INTO(WB-RSN-RECORD)                                   00005040
                  RIDFLD(CWR-CODE)                                      00005050
                  RESP(WS-RESP)                                         00005060
              END-EXEC                                                  00005070
              IF WS-RESP NOT = DFHRESP(NORMAL)                          00005080
                 STRING 'REASON CODE ' WS-DRSN-IN                       00005090
                    ' IS NOT ON THE REASON TABLE'                       00005100
                    DELIMITED BY SIZE INTO WS-ERROR-MSG                 00005110
                 GO TO 6000-SEND                                        00005120
              END-IF                                                    00005130
           END-IF                                                       00005140
                                                                        00005150
           MOVE CA-APPL-ID TO CWP-APPL-ID                               00005160
           EXEC CICS READ FILE('CONDWBP')                               00005170
               INTO(WB-PEND-RECORD)                                     00005180
               RIDFLD(CWP-APPL-ID)                                      00005190
               UPDATE                                                   00005200
               RESP(WS-RESP)                                            00005210
           END-EXEC                                                     00005220
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00005230
              MOVE 'NO PEND ON THE WORKBENCH FOR THIS APPLICANT'        00005240
                 TO WS-ERROR-MSG                                        00005250
              GO TO 6000-SEND                                           00005260
           END-IF                                                       00005270
           EVALUATE TRUE                                                00005280
             WHEN CWP-DECIDED                                           00005290
               STRING 'CASE ALREADY DECIDED BY ' CWP-HOLDER             00005300
                  DELIMITED BY SIZE INTO WS-ERROR-MSG                   00005310
             WHEN NOT CWP-HELD                                          00005320
               MOVE 'TAKE THE CASE WITH PF5 BEFORE DECIDING IT'         00005330
                  TO WS-ERROR-MSG                                       00005340
             WHEN CWP-HOLDER NOT = WS-USERID                            00005350
               STRING 'CASE IS HELD BY ' CWP-HOLDER                     00005360
                  ' - ONLY THE HOLDER MAY DECIDE IT'                    00005370
                  DELIMITED BY SIZE INTO WS-ERROR-MSG                   00005380
           END-EVALUATE                                                 00005390
           IF WS-ERROR-MSG NOT = SPACES                                 00005400
              EXEC CICS UNLOCK FILE('CONDWBP')                          00005410
              END-EXEC                                                  00005420
              GO TO 6000-SEND                                           00005430
           END-IF                                                       00005440
                                                                        00005450
           MOVE SPACES TO WS-OVRD-Q-RECORD                              00005460
           MOVE CA-APPL-ID TO OVRD-APPL-ID OF WS-OVRD-Q-RECORD          00005470
           IF WS-DECSN-IN = 'A'                                         00005480
              MOVE 'ELIGIBLE  ' TO OVRD-DECISION OF WS-OVRD-Q-RECORD    00005490
           ELSE                                                         00005500
              MOVE 'INELIGIBLE' TO OVRD-DECISION OF WS-OVRD-Q-RECORD    00005510
           END-IF                                                       00005520
           MOVE WS-USERID TO OVRD-OFFICER OF WS-OVRD-Q-RECORD           00005530
           MOVE WS-NOTES-IN TO OVRD-REASON OF WS-OVRD-Q-RECORD          00005540
           MOVE WS-DRSN-IN TO OVRD-RSN-CODE OF WS-OVRD-Q-RECORD         00005550
           EXEC CICS WRITEQ TD QUEUE('OVRQ')                            00005560
               FROM(WS-OVRD-Q-RECORD)                                   00005570
               LENGTH(80)                                               00005580
               RESP(WS-RESP)                                            00005590
           END-EXEC                                                     00005600
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00005610
              EXEC CICS UNLOCK FILE('CONDWBP')                          00005620
              END-EXEC                                                  00005630
              MOVE 'DECISION NOT QUEUED - CASE LEFT OPEN, CALL SUPPORT' 00005640
                 TO WS-ERROR-MSG                                        00005650
              GO TO 6000-SEND                                           00005660
           END-IF                                                       00005670
                                                                        00005680
           SET CWP-DECIDED TO TRUE                                      00005690
           MOVE OVRD-DECISION OF WS-OVRD-Q-RECORD TO CWP-DECISION       00005700
           MOVE WS-DRSN-IN TO CWP-DEC-RSN-CODE                          00005710
           EXEC CICS REWRITE FILE('CONDWBP')                            00005720
               FROM(WB-PEND-RECORD)                                     00005730
               RESP(WS-RESP)                                            00005740
           END-EXEC                                                     00005750
           MOVE 'PEND DECIDED' TO WS-AUDIT-ACTION                       00005760
           PERFORM 7100-QUEUE-AUDIT-ENTRY THRU 7100-EXIT                00005770
           MOVE 'N' TO WS-KEEP-INPUT-SW                                 00005780
           IF WS-RESP = DFHRESP(NORMAL)                                 00005790
              MOVE 'DECISION QUEUED FOR THE NEXT CONDI RUN'             00005800
                 TO WS-ERROR-MSG                                        00005810
           ELSE                                                         00005820
              MOVE 'DECISION QUEUED, BUT THE CASE RECORD WAS NOT MARKED'00005830
                 TO WS-ERROR-MSG                                        00005840
           END-IF.                                                      00005850
       6000-SEND.                                                       00005860
           PERFORM 3000-SEND-WORKBENCH THRU 3000-EXIT.                  00005870
       6000-EXIT.                                                       00005880
           EXIT.                                                        00005890
                                                                        00005900
      *> ***************************************************************00005910
      *> THE SIGN-ON USER ID IS THE UNDERWRITER ON RECORD.  ONLY AN     00005920
      *> ID ON THE UNDERWRITER FILE MAY TAKE OR DECIDE A CASE           00005930
      *> ***************************************************************00005940
       7000-CHECK-UNDERWRITER.                                          00005950
           MOVE 'N' TO WS-AUTH-SW                                       00005960
           EXEC CICS ASSIGN                                             00005970
               USERID(WS-USERID)                                        00005980
           END-EXEC                                                     00005990
           MOVE WS-USERID TO CWU-USERID                                 00006000
           EXEC CICS READ FILE('CONDWBU')                               00006010
               INTO(WB-UWR-RECORD)                                      00006020
               RIDFLD(CWU-USERID)                                       00006030
               RESP(WS-RESP)                                            00006040
           END-EXEC                                                     00006050
           IF WS-RESP = DFHRESP(NORMAL)                                 00006060
              SET WS-AUTHORIZED TO TRUE                                 00006070
           ELSE                                                         00006080
              STRING 'USER ' WS-USERID                                  00006090
                 ' IS NOT AN AUTHORIZED UNDERWRITER'                    00006100
                 DELIMITED BY SIZE INTO WS-ERROR-MSG                    00006110
           END-IF.                                                      00006120
       7000-EXIT.                                                       00006130
           EXIT.                                                        00006140
                                                                        00006150
      *> ***************************************************************00006160
      *> QUEUE THE TAKE OR THE DECISION TO THE SHARED AUDIT TRAIL,      00006170
      *> THE SAME AUDQ ENTRY MYFINQ WRITES FOR ITS CORRECTIONS          00006180
      *> ***************************************************************00006190
       7100-QUEUE-AUDIT-ENTRY.                                          00006200
           EXEC CICS ASKTIME                                            00006210
               ABSTIME(WS-ABSTIME)                                      00006220
           END-EXEC                                                     00006230
           EXEC CICS FORMATTIME                                         00006240
               ABSTIME(WS-ABSTIME)                                      00006250
               YYYYMMDD(WS-AUDIT-DATE)                                  00006260
           END-EXEC                                                     00006270
           MOVE WS-AUDIT-DATE TO ALOG-DATE OF WS-AUDIT-Q-RECORD         00006280
           COMPUTE ALOG-TIME OF WS-AUDIT-Q-RECORD =                     00006290
              EIBTIME * 100                                             00006300
           MOVE 'CONDWB' TO ALOG-PROGRAM-ID OF WS-AUDIT-Q-RECORD        00006310
           MOVE WS-AUDIT-ACTION TO ALOG-ACTION OF WS-AUDIT-Q-RECORD     00006320
           MOVE SPACES TO ALOG-DETAIL OF WS-AUDIT-Q-RECORD              00006330
           STRING 'APPL ' CA-APPL-ID ' BY ' WS-USERID ' '               00006340
              CWP-DECISION                                              00006350
              DELIMITED BY SIZE                                         00006360
              INTO ALOG-DETAIL OF WS-AUDIT-Q-RECORD                     00006370
      *> THE SEQUENCE AND CHAIN FIELDS ARE STAMPED BY THE NIGHTLY       00006380
      *> DRAIN - ZEROES HERE SO THE RECORD STAYS NUMERIC THROUGHOUT     00006390
           MOVE ZEROES TO ALOG-SEQ-NO OF WS-AUDIT-Q-RECORD              00006400
           MOVE ZEROES TO ALOG-CHECK OF WS-AUDIT-Q-RECORD               00006410
           EXEC CICS WRITEQ TD QUEUE('AUDQ')                            00006420
               FROM(WS-AUDIT-Q-RECORD)                                  00006430
               LENGTH(92)                                               00006440
               RESP(WS-RESP)                                            00006450
           END-EXEC.                                                    00006460
       7100-EXIT.                                                       00006470
           EXIT.                                                        00006480
                                                                        00006490
       8000-RETURN-TRANSID.                                             00006500
           EXEC CICS RETURN                                             00006510
               TRANSID('CDWB')                                          00006520
               COMMAREA(WS-COMMAREA)                                    00006530
               LENGTH(27)                                               00006540
           END-EXEC.                                                    00006550
       8000-EXIT.                                                       00006560
           EXIT.                                                        00006570
                                                                        00006580
       9000-END-SESSION.                                                00006590
           EXEC CICS SEND TEXT                                          00006600
               FROM('CONDWB SESSION ENDED')                             00006610
               ERASE                                                    00006620
           END-EXEC                                                     00006630
           EXEC CICS RETURN                                             00006640
           END-EXEC.                                                    00006650
                                                                        00006660
      *> ***************************************************************00006670
      *> HANDLE CONDITION TARGET IS A GO TO, NOT A PERFORM, SO THIS     00006680
      *> MUST BE ITS OWN SELF-CONTAINED PARAGRAPH WITH ITS OWN RETURN   00006690
      *> ***************************************************************00006700
       1900-HANDLE-MAPFAIL.                                             00006710
           PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT                 00006720
           PERFORM 8000-RETURN-TRANSID THRU 8000-EXIT.                  00006730
