       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. CUST360L.                                            00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * LOADER FOR THE ONLINE CUSTOMER 360 KSDS COPIES, IN THE   *      00000090
      * CONDAUDL MOLD.  THE CROSS-REFERENCE IS KEYED BY ACCOUNT, *      00000100
      * AND THE HOUSEHOLD LINKS, CONTACT HISTORY AND STATEMENT   *      00000110
      * ARCHIVE ARE FLAT, SO THIS NIGHTLY STEP LOADS KEYED       *      00000120
      * COPIES THE CUST360 TRANSACTION CAN BROWSE BY CUSTOMER:   *      00000130
      *   C360XREF - EVERY ACCOUNT LINK, CUSTOMER/ACCOUNT;       *      00000140
      *   C360HCUS - CUSTOMER TO HOUSEHOLD;                      *      00000150
      *   C360HMBR - HOUSEHOLD/CUSTOMER, THE MEMBER LIST;        *      00000160
      *   C360CONT - CONTACT HISTORY, NEWEST FIRST;              *      00000170
      *   C360STMT - STATEMENT MONTHS ON THE ARCHIVE, ONE PER    *      00000180
      *              ACTIVELY LINKED CUSTOMER AND ACCOUNT.       *      00000190
      * ********************************************************        00000200
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
       FILE-CONTROL.                                                    00000230
           SELECT XREF-FILE                                             00000240
           ASSIGN TO ACCTXREF                                           00000250
           ORGANIZATION IS SEQUENTIAL                                   00000260
           FILE STATUS IS FS-XREF-FILE.                                 00000270
           SELECT HSHLD-FILE                                            00000280
           ASSIGN TO HSHLDIN                                            00000290
           ORGANIZATION IS SEQUENTIAL                                   00000300
           FILE STATUS IS FS-HSHLD-FILE.                                00000310
           SELECT CONTACT-HIST-FILE                                     00000320
           ASSIGN TO CONTHIST                                           00000330
           ORGANIZATION IS SEQUENTIAL                                   00000340
           FILE STATUS IS FS-CONTACT-HIST-FILE.                         00000350
           SELECT STMT-ARCH-FILE                                        00000360
           ASSIGN TO STMTARCH                                           00000370
           ORGANIZATION IS SEQUENTIAL                                   00000380
           FILE STATUS IS FS-STMT-ARCH-FILE.                            00000390
           SELECT C360-XREF-FILE                                        00000400
           ASSIGN TO C360XREF                                           00000410
           ORGANIZATION IS INDEXED                                      00000420
           ACCESS MODE IS RANDOM                                        00000430
           RECORD KEY IS CXF-KEY                                        00000440
           FILE STATUS IS FS-C360-XREF-FILE.                            00000450
           SELECT C360-HCUS-FILE                                        00000460
           ASSIGN TO C360HCUS                                           00000470
           ORGANIZATION IS INDEXED                                      00000480
           ACCESS MODE IS RANDOM                                        00000490
           RECORD KEY IS CHF-KEY                                        00000500
           FILE STATUS IS FS-C360-HCUS-FILE.                            00000510
           SELECT C360-HMBR-FILE                                        00000520
           ASSIGN TO C360HMBR                                           00000530
           ORGANIZATION IS INDEXED                                      00000540
           ACCESS MODE IS RANDOM                                        00000550
           RECORD KEY IS CMF-KEY                                        00000560
           FILE STATUS IS FS-C360-HMBR-FILE.                            00000570
           SELECT C360-CONT-FILE                                        00000580
           ASSIGN TO C360CONT                                           00000590
           ORGANIZATION IS INDEXED                                      00000600
           ACCESS MODE IS RANDOM                                        00000610
           RECORD KEY IS CCF-KEY                                        00000620
           FILE STATUS IS FS-C360-CONT-FILE.                            00000630
           SELECT C360-STMT-FILE                                        00000640
           ASSIGN TO C360STMT                                           00000650
           ORGANIZATION IS INDEXED                                      00000660
           ACCESS MODE IS RANDOM                                        00000670
           RECORD KEY IS CSF-KEY                                        00000680
           FILE STATUS IS FS-C360-STMT-FILE.                            00000690
       DATA DIVISION.                                                   00000700
       FILE SECTION.                                                    00000710
       FD XREF-FILE.                                                    00000720
       COPY ACCTXREF.                                                   00000730
                                                                        00000740
       FD HSHLD-FILE.                                                   00000750
       COPY HSHLDREC.                                                   00000760
                                                                        00000770
       FD CONTACT-HIST-FILE.                                            00000780
       COPY CONTHIST.                                                   00000790
                                                                        00000800
       FD STMT-ARCH-FILE.                                               00000810
       COPY STMTARCH.                                                   00000820
                                                                        00000830
      *> THE KSDS RECORDS ARE BUILT IN THE C360REC AREAS IN             00000840
      *> WORKING-STORAGE AND WRITTEN FROM THEM; THE FD ONLY HAS TO      00000850
      *> NAME THE KEY                                                   00000860
       FD C360-XREF-FILE.                                               00000870
       01 C360-XREF-FD-RECORD.                                          00000880
           05 CXF-KEY               PIC X(18).                          00000890
           05 FILLER                PIC X(22).                          00000900
                                                                        00000910
       FD C360-HCUS-FILE.                                               00000920
       01 C360-HCUS-FD-RECORD.                                          00000930
           05 CHF-KEY               PIC X(09).                          00000940
           05 FILLER                PIC X(31).                          00000950
                                                                        00000960
       FD C360-HMBR-FILE.                                               00000970
       01 C360-HMBR-FD-RECORD.                                          00000980
           05 CMF-KEY               PIC X(18).                          00000990
           05 FILLER                PIC X(22).                          00001000
                                                                        00001010
       FD C360-CONT-FILE.                                               00001020
       01 C360-CONT-FD-RECORD.                                          00001030
           05 CCF-KEY               PIC X(24).                          00001040
           05 FILLER                PIC X(56).                          00001050
                                                                        00001060
       FD C360-STMT-FILE.                                               00001070
       01 C360-STMT-FD-RECORD.                                          00001080
           05 CSF-KEY               PIC X(24).                          00001090
           05 FILLER                PIC X(16).                          00001100
                                                                        00001110
       WORKING-STORAGE SECTION.                                         00001120
       01 FS-XREF-FILE PIC XX.                                          00001130
       01 FS-HSHLD-FILE PIC XX.                                         00001140
       01 FS-CONTACT-HIST-FILE PIC XX.                                  00001150
       01 FS-STMT-ARCH-FILE PIC XX.                                     00001160
       01 FS-C360-XREF-FILE PIC XX.                                     00001170
       01 FS-C360-HCUS-FILE PIC XX.                                     00001180
       01 FS-C360-HMBR-FILE PIC XX.                                     00001190
       01 FS-C360-CONT-FILE PIC XX.                                     00001200
       01 FS-C360-STMT-FILE PIC XX.                                     00001210
                                                                        00001220
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001230
           88 WS-EOF VALUE 'Y'.                                         00001240
       01 WS-XREF-READ PIC 9(09) VALUE ZEROES.                          00001250
       01 WS-XREF-LOADED PIC 9(09) VALUE ZEROES.                        00001260
       01 WS-XREF-DROPPED PIC 9(09) VALUE ZEROES.                       00001270
       01 WS-HSHLD-READ PIC 9(09) VALUE ZEROES.                         00001280
       01 WS-HSHLD-LOADED PIC 9(09) VALUE ZEROES.                       00001290
       01 WS-HSHLD-DROPPED PIC 9(09) VALUE ZEROES.                      00001300
       01 WS-CONT-READ PIC 9(09) VALUE ZEROES.                          00001310
       01 WS-CONT-LOADED PIC 9(09) VALUE ZEROES.                        00001320
       01 WS-CONT-DROPPED PIC 9(09) VALUE ZEROES.                       00001330
       01 WS-STMT-LINES-READ PIC 9(09) VALUE ZEROES.                    00001340
       01 WS-STMT-LOADED PIC 9(09) VALUE ZEROES.                        00001350
       01 WS-STMT-DROPPED PIC 9(09) VALUE ZEROES.                       00001360
       01 WS-STMT-UNOWNED PIC 9(09) VALUE ZEROES.                       00001370
                                                                        00001380
       01 WS-CONT-SEQ PIC 9(07) VALUE ZEROES.                           00001390
                                                                        00001400
      *> THE ARCHIVE IS ONE RECORD PER PRINT LINE; THE LINES OF ONE     00001410
      *> ACCOUNT'S MONTH ARRIVE TOGETHER AND ARE COUNTED UP HERE        00001420
      *> UNTIL THE KEY CHANGES                                          00001430
       01 WS-STA-PREV-ACCT PIC 9(09) VALUE ZEROES.                      00001440
       01 WS-STA-PREV-MONTH PIC 9(06) VALUE ZEROES.                     00001450
       01 WS-STA-LINES PIC 9(05) VALUE ZEROES.                          00001460
       01 WS-STA-OWNED-SW PIC X(01) VALUE 'N'.                          00001470
           88 WS-STA-OWNED VALUE 'Y'.                                   00001480
                                                                        00001490
      *> ACTIVE ACCOUNT-TO-CUSTOMER LINKS, KEPT FROM THE CROSS-         00001500
      *> REFERENCE PASS SO EACH ARCHIVED MONTH CAN BE FILED UNDER       00001510
      *> EVERY CUSTOMER WHO OWNS THE ACCOUNT NOW                        00001520
       01 WS-XREF-TABLE.                                                00001530
           05 WS-XREF-ENTRY OCCURS 2000 TIMES.                          00001540
               10 TBL-AXR-ACCT-NO       PIC 9(09).                      00001550
               10 TBL-AXR-CUST-ID       PIC 9(09).                      00001560
       01 WS-XREF-COUNT PIC 9(04) VALUE ZEROES.                         00001570
       01 WS-XREF-MAX PIC 9(04) VALUE 2000.                             00001580
       01 WS-XREF-SUB PIC 9(04) VALUE ZEROES.                           00001590
                                                                        00001600
       COPY C360REC.                                                    00001610
       COPY ABENDCPY.                                                   00001620
                                                                        00001630
       PROCEDURE DIVISION.                                              00001640
       0000-MAIN.                                                       00001650
           PERFORM 1000-LOAD-XREF THRU 1000-EXIT                        00001660
           PERFORM 2000-LOAD-HOUSEHOLDS THRU 2000-EXIT                  00001670
           PERFORM 3000-LOAD-CONTACTS THRU 3000-EXIT                    00001680
           PERFORM 4000-LOAD-STATEMENTS THRU 4000-EXIT                  00001690
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001700
           GOBACK.                                                      00001710
                                                                        00001720
      *> ***************************************************************00001730
      *> LOAD THE CROSS-REFERENCE REKEYED CUSTOMER/ACCOUNT.  RETIRED    00001740
      *> LINKS LOAD TOO - THE DESK SEES THEM MARKED AS SUCH - BUT ONLY  00001750
      *> ACTIVE ONES GO INTO THE TABLE THE STATEMENT PASS USES          00001760
      *> ***************************************************************00001770
       1000-LOAD-XREF.                                                  00001780
           OPEN INPUT XREF-FILE                                         00001790
           EVALUATE FS-XREF-FILE                                        00001800
             WHEN "00"                                                  00001810
               CONTINUE                                                 00001820
             WHEN "35"                                                  00001830
               MOVE "ACCOUNT CROSS-REFERENCE NOT FOUND" TO              00001840
                  WS-ABEND-MESSAGE                                      00001850
               GO TO 9999-ABEND                                         00001860
             WHEN OTHER                                                 00001870
               MOVE "OPEN FAILED ON XREF-FILE" TO WS-ABEND-MESSAGE      00001880
               GO TO 9999-ABEND                                         00001890
           END-EVALUATE                                                 00001900
           OPEN OUTPUT C360-XREF-FILE                                   00001910
           IF FS-C360-XREF-FILE NOT = "00"                              00001920
              MOVE "OPEN FAILED ON C360-XREF-FILE" TO WS-ABEND-MESSAGE  00001930
              GO TO 9999-ABEND                                          00001940
           END-IF                                                       00001950
           PERFORM UNTIL WS-EOF                                         00001960
             READ XREF-FILE                                             00001970
               AT END                                                   00001980
                 SET WS-EOF TO TRUE                                     00001990
               NOT AT END                                               00002000
                 ADD 1 TO WS-XREF-READ                                  00002010
                 PERFORM 1100-LOAD-ONE-XREF THRU 1100-EXIT              00002020
             END-READ                                                   00002030
           END-PERFORM                                                  00002040
           CLOSE XREF-FILE                                              00002050
           CLOSE C360-XREF-FILE                                         00002060
           MOVE 'N' TO WS-EOF-SW.                                       00002070
       1000-EXIT.                                                       00002080
           EXIT.                                                        00002090
                                                                        00002100
       1100-LOAD-ONE-XREF.                                              00002110
           MOVE SPACES TO C360-XREF-RECORD                              00002120
           MOVE AXR-CUST-ID TO CXR-CUST-ID                              00002130
           MOVE AXR-ACCT-NO TO CXR-ACCT-NO                              00002140
           MOVE AXR-STATUS TO CXR-STATUS                                00002150
           MOVE AXR-EFF-DATE TO CXR-EFF-DATE                            00002160
           WRITE C360-XREF-FD-RECORD FROM C360-XREF-RECORD              00002170
           EVALUATE FS-C360-XREF-FILE                                   00002180
             WHEN "00"                                                  00002190
               ADD 1 TO WS-XREF-LOADED                                  00002200
      *> A LINK RETIRED AND LATER RE-MADE APPEARS TWICE UNDER ONE       00002210
      *> KEY; THE SCREEN NEEDS ONLY ONE LINE FOR IT                     00002220
             WHEN "22"                                                  00002230
               ADD 1 TO WS-XREF-DROPPED                                 00002240
             WHEN OTHER                                                 00002310
               DISPLAY "WRITE FAILED, C360-XREF STATUS: "               00002320
                 FS-C360-XREF-FILE                                      00002330
           END-EVALUATE                                                 00002340
           IF AXR-ACTIVE                                                00002350
              IF WS-XREF-COUNT < WS-XREF-MAX                            00002360
                 ADD 1 TO WS-XREF-COUNT                                 00002370
                 MOVE AXR-ACCT-NO TO                                    00002380
                    TBL-AXR-ACCT-NO (WS-XREF-COUNT)                     00002390
                 MOVE AXR-CUST-ID TO                                    00002400
                    TBL-AXR-CUST-ID (WS-XREF-COUNT)                     00002410
              ELSE                                                      00002420
                 DISPLAY "XREF TABLE FULL, ENTRY DROPPED: "             00002430
                    AXR-ACCT-NO                                         00002440
              END-IF                                                    00002450
           END-IF.                                                      00002460
       1100-EXIT.                                                       00002470
           EXIT.                                                        00002480
                                                                        00002490
      *> ***************************************************************00002500
      *> LOAD THE HOUSEHOLD LINKS BOTH WAYS ROUND: CUSTOMER TO          00002510
      *> HOUSEHOLD, AND HOUSEHOLD/CUSTOMER FOR THE MEMBER LIST          00002520
      *> ***************************************************************00002530
       2000-LOAD-HOUSEHOLDS.                                            00002540
           OPEN INPUT HSHLD-FILE                                        00002550
           EVALUATE FS-HSHLD-FILE                                       00002560
             WHEN "00"                                                  00002570
               CONTINUE                                                 00002580
             WHEN "35"                                                  00002590
               DISPLAY "NO HOUSEHOLD DATASET, HOUSEHOLD COPIES EMPTY"   00002600
               GO TO 2000-EXIT                                          00002610
             WHEN OTHER                                                 00002620
               MOVE "OPEN FAILED ON HSHLD-FILE" TO WS-ABEND-MESSAGE     00002630
               GO TO 9999-ABEND                                         00002640
           END-EVALUATE                                                 00002650
           OPEN OUTPUT C360-HCUS-FILE                                   00002660
           IF FS-C360-HCUS-FILE NOT = "00"                              00002670
              MOVE "OPEN FAILED ON C360-HCUS-FILE" TO WS-ABEND-MESSAGE  00002680
              GO TO 9999-ABEND                                          00002690
           END-IF                                                       00002700
           OPEN OUTPUT C360-HMBR-FILE                                   00002710
           IF FS-C360-HMBR-FILE NOT = "00"                              00002720
              MOVE "OPEN FAILED ON C360-HMBR-FILE" TO WS-ABEND-MESSAGE  00002730
              GO TO 9999-ABEND                                          00002740
           END-IF                                                       00002750
           PERFORM UNTIL WS-EOF                                         00002760
             READ HSHLD-FILE                                            00002770
               AT END                                                   00002780
                 SET WS-EOF TO TRUE                                     00002790
               NOT AT END                                               00002800
                 ADD 1 TO WS-HSHLD-READ                                 00002810
                 PERFORM 2100-LOAD-ONE-MEMBER THRU 2100-EXIT            00002820
             END-READ                                                   00002830
           END-PERFORM                                                  00002840
           CLOSE HSHLD-FILE                                             00002850
           CLOSE C360-HCUS-FILE                                         00002860
           CLOSE C360-HMBR-FILE                                         00002870
           MOVE 'N' TO WS-EOF-SW.                                       00002880
       2000-EXIT.                                                       00002890
           EXIT.                                                        00002900
                                                                        00002910
      *> HSHLDBLD PUTS EACH CUSTOMER IN EXACTLY ONE HOUSEHOLD, SO A     00002920
      *> DUPLICATE HERE IS A DAMAGED BUILD: COUNTED AND DROPPED         00002930
       2100-LOAD-ONE-MEMBER.                                            00002940
           MOVE SPACES TO C360-HCUS-RECORD                              00002950
           MOVE HSH-CUST-ID TO CHC-CUST-ID                              00002960
           MOVE HSH-HOUSEHOLD-ID TO CHC-HOUSEHOLD-ID                    00002970
           MOVE HSH-MEMBER-COUNT TO CHC-MEMBER-COUNT                    00002980
           MOVE HSH-BUILD-DATE TO CHC-BUILD-DATE                        00002990
           WRITE C360-HCUS-FD-RECORD FROM C360-HCUS-RECORD              00003000
           EVALUATE FS-C360-HCUS-FILE                                   00003010
             WHEN "00"                                                  00003020
               ADD 1 TO WS-HSHLD-LOADED                                 00003030
             WHEN "22"                                                  00003040
               ADD 1 TO WS-HSHLD-DROPPED                                00003050
               GO TO 2100-EXIT                                          00003060
             WHEN OTHER                                                 00003070
               DISPLAY "WRITE FAILED, C360-HCUS STATUS: "               00003080
                 FS-C360-HCUS-FILE                                      00003090
               GO TO 2100-EXIT                                          00003100
           END-EVALUATE                                                 00003110
           MOVE SPACES TO C360-HMBR-RECORD                              00003120
           MOVE HSH-HOUSEHOLD-ID TO CHM-HOUSEHOLD-ID                    00003130
           MOVE HSH-CUST-ID TO CHM-CUST-ID                              00003140
           WRITE C360-HMBR-FD-RECORD FROM C360-HMBR-RECORD              00003150
           IF FS-C360-HMBR-FILE NOT = "00"                              00003160
              DISPLAY "WRITE FAILED, C360-HMBR STATUS: "                00003170
                FS-C360-HMBR-FILE                                       00003180
           END-IF.                                                      00003190
       2100-EXIT.                                                       00003200
           EXIT.                                                        00003210
                                                                        00003220
      *> ***************************************************************00003230
      *> LOAD THE CONTACT HISTORY NEWEST FIRST.  THE SHARED DATASET IS  00003240
      *> APPENDED IN RUN ORDER, SO THE READ SEQUENCE BREAKS A TIE       00003250
      *> BETWEEN TWO ITEMS ON THE SAME DATE                             00003260
      *> ***************************************************************00003270
       3000-LOAD-CONTACTS.                                              00003280
           OPEN INPUT CONTACT-HIST-FILE                                 00003290
           EVALUATE FS-CONTACT-HIST-FILE                                00003300
             WHEN "00"                                                  00003310
               CONTINUE                                                 00003320
             WHEN "35"                                                  00003330
               DISPLAY "NO CONTACT HISTORY DATASET, CONTACT COPY EMPTY" 00003340
               GO TO 3000-EXIT                                          00003350
             WHEN OTHER                                                 00003360
               MOVE "OPEN FAILED ON CONTACT-HIST-FILE" TO               00003370
                  WS-ABEND-MESSAGE                                      00003380
               GO TO 9999-ABEND                                         00003390
           END-EVALUATE                                                 00003400
           OPEN OUTPUT C360-CONT-FILE                                   00003410
           IF FS-C360-CONT-FILE NOT = "00"                              00003420
              MOVE "OPEN FAILED ON C360-CONT-FILE" TO WS-ABEND-MESSAGE  00003430
              GO TO 9999-ABEND                                          00003440
           END-IF                                                       00003450
           PERFORM UNTIL WS-EOF                                         00003460
             READ CONTACT-HIST-FILE                                     00003470
               AT END                                                   00003480
                 SET WS-EOF TO TRUE                                     00003490
               NOT AT END                                               00003500
                 ADD 1 TO WS-CONT-READ                                  00003510
                 PERFORM 3100-LOAD-ONE-CONTACT THRU 3100-EXIT           00003520
             END-READ                                                   00003530
           END-PERFORM                                                  00003540
           CLOSE CONTACT-HIST-FILE                                      00003550
           CLOSE C360-CONT-FILE                                         00003560
           MOVE 'N' TO WS-EOF-SW.                                       00003570
       3000-EXIT.                                                       00003580
           EXIT.                                                        00003590
                                                                        00003600
       3100-LOAD-ONE-CONTACT.                                           00003610
           IF CNT-CUST-ID NOT NUMERIC OR CNT-DATE NOT NUMERIC           00003620
              ADD 1 TO WS-CONT-DROPPED                                  00003630
              GO TO 3100-EXIT                                           00003640
           END-IF                                                       00003650
           IF WS-CONT-SEQ = 9999999                                     00003660
              ADD 1 TO WS-CONT-DROPPED                                  00003670
              GO TO 3100-EXIT                                           00003680
           END-IF                                                       00003690
           ADD 1 TO WS-CONT-SEQ                                         00003700
           MOVE SPACES TO C360-CONT-RECORD                              00003710
           MOVE CNT-CUST-ID TO CCN-CUST-ID                              00003720
           COMPUTE CCN-DATE-INV = 99999999 - CNT-DATE                   00003730
           COMPUTE CCN-SEQ-INV = 9999999 - WS-CONT-SEQ                  00003740
           MOVE CNT-CONTACT-TYPE TO CCN-CONTACT-TYPE                    00003750
           MOVE CNT-REFERENCE TO CCN-REFERENCE                          00003760
           MOVE CNT-DATE TO CCN-DATE                                    00003770
           WRITE C360-CONT-FD-RECORD FROM C360-CONT-RECORD              00003780
           IF FS-C360-CONT-FILE = "00"                                  00003790
              ADD 1 TO WS-CONT-LOADED                                   00003800
           ELSE                                                         00003810
              ADD 1 TO WS-CONT-DROPPED                                  00003820
              DISPLAY "WRITE FAILED, C360-CONT STATUS: "                00003830
                FS-C360-CONT-FILE                                       00003840
           END-IF.                                                      00003850
       3100-EXIT.                                                       00003860
           EXIT.                                                        00003870
                                                                        00003880
      *> ***************************************************************00003890
      *> LOAD ONE RECORD PER ACCOUNT AND STATEMENT MONTH FOUND ON THE   00003900
      *> ARCHIVE GENERATIONS CONCATENATED UNDER STMTARCH.  A MONTH      00003910
      *> THAT APPEARS IN TWO GENERATIONS (A RERUN, OR A FINAL           00003920
      *> STATEMENT ALSO IN THE CLOSURE ARCHIVE) LOADS ONCE              00003930
      *> ***************************************************************00003940
       4000-LOAD-STATEMENTS.                                            00003950
           OPEN INPUT STMT-ARCH-FILE                                    00003960
           EVALUATE FS-STMT-ARCH-FILE                                   00003970
             WHEN "00"                                                  00003980
               CONTINUE                                                 00003990
             WHEN "35"                                                  00004000
               DISPLAY "NO STATEMENT ARCHIVE, STATEMENT COPY EMPTY"     00004010
               GO TO 4000-EXIT                                          00004020
             WHEN OTHER                                                 00004030
               MOVE "OPEN FAILED ON STMT-ARCH-FILE" TO WS-ABEND-MESSAGE 00004040
               GO TO 9999-ABEND                                         00004050
           END-EVALUATE                                                 00004060
           OPEN OUTPUT C360-STMT-FILE                                   00004070
           IF FS-C360-STMT-FILE NOT = "00"                              00004080
              MOVE "OPEN FAILED ON C360-STMT-FILE" TO WS-ABEND-MESSAGE  00004090
              GO TO 9999-ABEND                                          00004100
           END-IF                                                       00004110
           PERFORM UNTIL WS-EOF                                         00004120
             READ STMT-ARCH-FILE                                        00004130
               AT END                                                   00004140
                 SET WS-EOF TO TRUE                                     00004150
               NOT AT END                                               00004160
                 ADD 1 TO WS-STMT-LINES-READ                            00004170
                 IF STA-ACCT-NO NOT = WS-STA-PREV-ACCT                  00004180
                    OR STA-YYYYMM NOT = WS-STA-PREV-MONTH               00004190
                    PERFORM 4100-FILE-MONTH THRU 4100-EXIT              00004200
                    MOVE STA-ACCT-NO TO WS-STA-PREV-ACCT                00004210
                    MOVE STA-YYYYMM TO WS-STA-PREV-MONTH                00004220
                    MOVE ZEROES TO WS-STA-LINES                         00004230
                 END-IF                                                 00004240
                 ADD 1 TO WS-STA-LINES                                  00004250
             END-READ                                                   00004260
           END-PERFORM                                                  00004270
           PERFORM 4100-FILE-MONTH THRU 4100-EXIT                       00004280
           CLOSE STMT-ARCH-FILE                                         00004290
           CLOSE C360-STMT-FILE                                         00004300
           MOVE 'N' TO WS-EOF-SW.                                       00004310
       4000-EXIT.                                                       00004320
           EXIT.                                                        00004330
                                                                        00004340
      *> FILE THE MONTH JUST FINISHED UNDER EACH ACTIVE OWNER OF THE    00004350
      *> ACCOUNT.  AN ACCOUNT WITH NO ACTIVE OWNER (CLOSED AND ITS      00004360
      *> LINK RETIRED) IS COUNTED BUT HAS NO ONE TO SHOW IT TO          00004370
       4100-FILE-MONTH.                                                 00004380
           IF WS-STA-LINES = ZEROES                                     00004390
              GO TO 4100-EXIT                                           00004400
           END-IF                                                       00004410
           MOVE 'N' TO WS-STA-OWNED-SW                                  00004420
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1                      00004430
                   UNTIL WS-XREF-SUB > WS-XREF-COUNT                    00004440
             IF TBL-AXR-ACCT-NO (WS-XREF-SUB) = WS-STA-PREV-ACCT        00004450
                SET WS-STA-OWNED TO TRUE                                00004460
                PERFORM 4200-WRITE-MONTH THRU 4200-EXIT                 00004470
             END-IF                                                     00004480
           END-PERFORM                                                  00004490
           IF NOT WS-STA-OWNED                                          00004500
              ADD 1 TO WS-STMT-UNOWNED                                  00004510
           END-IF.                                                      00004520
       4100-EXIT.                                                       00004530
           EXIT.                                                        00004540
                                                                        00004550
       4200-WRITE-MONTH.                                                00004560
           MOVE SPACES TO C360-STMT-RECORD                              00004570
           MOVE TBL-AXR-CUST-ID (WS-XREF-SUB) TO CST-CUST-ID            00004580
           MOVE WS-STA-PREV-ACCT TO CST-ACCT-NO                         00004590
           MOVE WS-STA-PREV-MONTH TO CST-YYYYMM                         00004600
           MOVE WS-STA-LINES TO CST-LINE-COUNT                          00004610
           WRITE C360-STMT-FD-RECORD FROM C360-STMT-RECORD              00004620
           EVALUATE FS-C360-STMT-FILE                                   00004630
             WHEN "00"                                                  00004640
               ADD 1 TO WS-STMT-LOADED                                  00004650
             WHEN "22"                                                  00004660
               ADD 1 TO WS-STMT-DROPPED                                 00004670
             WHEN OTHER                                                 00004680
               DISPLAY "WRITE FAILED, C360-STMT STATUS: "               00004690
                 FS-C360-STMT-FILE                                      00004700
           END-EVALUATE.                                                00004710
       4200-EXIT.                                                       00004720
           EXIT.                                                        00004730
                                                                        00004740
       9000-TERMINATE.                                                  00004750
           DISPLAY "===== CUST360L RUN SUMMARY ====="                   00004760
           DISPLAY "XREF READ         : " WS-XREF-READ                  00004770
           DISPLAY "XREF LOADED       : " WS-XREF-LOADED                00004780
           DISPLAY "XREF DUPLICATES   : " WS-XREF-DROPPED               00004790
           DISPLAY "HOUSEHOLD READ    : " WS-HSHLD-READ                 00004800
           DISPLAY "HOUSEHOLD LOADED  : " WS-HSHLD-LOADED               00004810
           DISPLAY "HOUSEHOLD DROPPED : " WS-HSHLD-DROPPED              00004820
           DISPLAY "CONTACTS READ     : " WS-CONT-READ                  00004830
           DISPLAY "CONTACTS LOADED   : " WS-CONT-LOADED                00004840
           DISPLAY "CONTACTS DROPPED  : " WS-CONT-DROPPED               00004850
           DISPLAY "ARCHIVE LINES READ: " WS-STMT-LINES-READ            00004860
           DISPLAY "STMT MONTHS LOADED: " WS-STMT-LOADED                00004870
           DISPLAY "STMT MONTHS DUPED : " WS-STMT-DROPPED               00004880
           DISPLAY "STMT MONTHS NO OWNER: " WS-STMT-UNOWNED             00004890
      *> DROPPED HOUSEHOLD OR CONTACT LINES MEAN THE SCREEN IS SHORT    00004900
      *> OF SOMETHING THE BATCH FILES HOLD: WARN, DO NOT STOP           00004910
           IF WS-HSHLD-DROPPED > 0 OR WS-CONT-DROPPED > 0               00004920
              SET RC-WARNING TO TRUE                                    00004930
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00004940
           END-IF.                                                      00004950
       9000-EXIT.                                                       00004960
           EXIT.                                                        00004970
                                                                        00004980
       COPY ABENDPAR.                                                   00004990
