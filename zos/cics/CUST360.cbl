       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. CUST360.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * CICS CUSTOMER 360 INQUIRY, IN THE CONDINQ MOLD.          *      00000090
      * THE DESK KEYS A CUSTOMER ID AND SEES, ON ONE SCREEN,     *      00000100
      * THE CUSTFILE NAME AND ADDRESS WITH THE SUPPRESSION,      *      00000110
      * ADDRESS-INVALID AND DELIVERY FLAGS; EVERY ACCOUNT        *      00000120
      * LINKED THROUGH THE CROSS-REFERENCE WITH ITS MYFILE       *      00000130
      * STATUS AND BALANCE; THE HOUSEHOLD AND ITS MEMBERS; THE   *      00000140
      * LATEST CONTACT-HISTORY ITEMS; AND THE STATEMENT MONTHS   *      00000150
      * HELD ON THE ARCHIVE.  PF5, PF6, PF7 AND PF8 EACH PAGE    *      00000160
      * ONE SECTION AND LEAVE THE OTHERS AS THEY ARE; PAST THE   *      00000170
      * LAST PAGE THE KEY STARTS THE SECTION OVER.  READ ONLY -  *      00000180
      * CUSTFILE AND MYFILE ARE READ DIRECTLY, THE REST FROM     *      00000190
      * THE KSDS COPIES THE NIGHTLY CUST360L STEP LOADS.         *      00000200
      * ********************************************************        00000210
       ENVIRONMENT DIVISION.                                            00000220
       DATA DIVISION.                                                   00000230
       WORKING-STORAGE SECTION.                                         00000240
       01 WS-RESP PIC S9(8) COMP.                                       00000250
       01 WS-ERROR-MSG PIC X(79).                                       00000260
       01 WS-LINES-FILLED PIC 9(01) VALUE ZEROES.                       00000270
       01 WS-BASE-CURR-CD PIC X(03) VALUE 'USD'.                        00000280
       01 WS-SECT-SW PIC X(01) VALUE 'N'.                               00000290
           88 WS-SECT-DONE VALUE 'Y'.                                   00000300
       01 WS-MORE-SW PIC X(01) VALUE 'N'.                               00000310
           88 WS-SECT-MORE VALUE 'Y'.                                   00000320
       01 WS-STM-MONTH PIC 9(06) VALUE ZEROES.                          00000330
       01 WS-STM-MONTH-R REDEFINES WS-STM-MONTH.                        00000340
           05 WS-STM-YYYY PIC 9(04).                                    00000350
           05 WS-STM-MM PIC 9(02).                                      00000360
       01 WS-SUPP-TEXT PIC X(14) VALUE SPACES.                          00000370
       01 WS-ADDR-TEXT PIC X(22) VALUE SPACES.                          00000380
       01 WS-DELIV-TEXT PIC X(10) VALUE SPACES.                         00000390
       COPY DFHAID.                                                     00000400
       COPY CUST360M.                                                   00000410
       COPY CUSTREC.                                                    00000420
       COPY CUSTREC REPLACING LEADING ==CUST-== BY ==MBR-==.            00000430
       COPY MYFREC.                                                     00000440
       COPY C360REC.                                                    00000450
                                                                        00000460
      *> ONE SCREEN LINE PER SECTION ENTRY, LAID OUT LIKE A REPORT      00000470
      *> DETAIL LINE                                                    00000480
       01 WS-ACCT-LINE.                                                 00000490
           05 WAL-ACCT-NO           PIC 9(09).                          00000500
           05 FILLER                PIC X(01).                          00000510
           05 WAL-LINK              PIC X(07).                          00000520
           05 FILLER                PIC X(01).                          00000530
           05 WAL-STATUS            PIC X(09).                          00000540
           05 FILLER                PIC X(01).                          00000550
           05 WAL-BALANCE           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.             00000560
           05 FILLER                PIC X(01).                          00000570
           05 WAL-CURR              PIC X(03).                          00000580
           05 FILLER                PIC X(02).                          00000590
           05 WAL-BRANCH            PIC X(04).                          00000600
           05 FILLER                PIC X(01).                          00000610
           05 WAL-PRODUCT           PIC X(04).                          00000620
           05 FILLER                PIC X(14).                          00000630
                                                                        00000640
       01 WS-MBR-LINE.                                                  00000650
           05 WML-CUST-ID           PIC 9(09).                          00000660
           05 FILLER                PIC X(02).                          00000670
           05 WML-NAME              PIC X(41).                          00000680
           05 FILLER                PIC X(02).                          00000690
           05 WML-NOTE              PIC X(21).                          00000700
                                                                        00000710
       01 WS-CON-LINE.                                                  00000720
           05 WCL-DATE              PIC 9(08).                          00000730
           05 FILLER                PIC X(02).                          00000740
           05 WCL-TYPE              PIC X(12).                          00000750
           05 FILLER                PIC X(02).                          00000760
           05 WCL-REFERENCE         PIC X(20).                          00000770
           05 FILLER                PIC X(31).                          00000780
                                                                        00000790
       01 WS-STM-LINE.                                                  00000800
           05 WSL-ENTRY OCCURS 4 TIMES.                                 00000810
               10 WSL-ACCT-NO       PIC 9(09).                          00000820
               10 FILLER            PIC X(01).                          00000830
               10 WSL-YYYY          PIC 9(04).                          00000840
               10 WSL-SLASH         PIC X(01).                          00000850
               10 WSL-MM            PIC 9(02).                          00000860
               10 FILLER            PIC X(01).                          00000870
           05 FILLER                PIC X(03).                          00000880
                                                                        00000890
      *> THE COMMAREA CARRIES THE CUSTOMER AND, FOR EACH SECTION,       00000900
      *> THE KEY OF THE LAST ENTRY SHOWN.  ZERO MEANS THE SECTION       00000910
      *> STARTS FROM ITS TOP ON THE NEXT PAGE KEY                       00000920
       01 WS-COMMAREA.                                                  00000930
           05 CA-CUST-ID            PIC 9(09).                          00000940
           05 CA-ACCT-LAST          PIC 9(09).                          00000950
           05 CA-HSH-LAST           PIC 9(09).                          00000960
           05 CA-CON-LAST.                                              00000970
               10 CA-CON-DATE-INV   PIC 9(08).                          00000980
               10 CA-CON-SEQ-INV    PIC 9(07).                          00000990
           05 CA-STM-LAST.                                              00001000
               10 CA-STM-ACCT-NO    PIC 9(09).                          00001010
               10 CA-STM-YYYYMM     PIC 9(06).                          00001020
                                                                        00001030
       LINKAGE SECTION.                                                 00001040
       01 DFHCOMMAREA.                                                  00001050
           05 LK-CUST-ID            PIC 9(09).                          00001060
           05 LK-ACCT-LAST          PIC 9(09).                          00001070
           05 LK-HSH-LAST           PIC 9(09).                          00001080
           05 LK-CON-LAST           PIC X(15).                          00001090
           05 LK-STM-LAST           PIC X(15).                          00001100
                                                                        00001110
       PROCEDURE DIVISION.                                              00001120
      *> ***************************************************************00001130
      *> EIBAID DISPATCH AS IN CONDINQ.  ENTER TAKES A NEW CUSTOMER;    00001140
      *> EACH OF PF5-PF8 PAGES ITS OWN SECTION FROM THE POSITION        00001150
      *> CARRIED IN THE COMMAREA                                        00001160
      *> ***************************************************************00001170
       0000-MAIN.                                                       00001180
           EXEC CICS HANDLE CONDITION                                   00001190
               MAPFAIL(1900-HANDLE-MAPFAIL)                             00001200
           END-EXEC                                                     00001210
                                                                        00001220
           MOVE ZEROES TO WS-COMMAREA                                   00001230
           IF EIBCALEN = 0                                              00001240
              PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT              00001250
           ELSE                                                         00001260
              MOVE DFHCOMMAREA TO WS-COMMAREA                           00001270
              EVALUATE EIBAID                                           00001280
                WHEN DFHPF3                                             00001290
                WHEN DFHCLEAR                                           00001300
                  GO TO 9000-END-SESSION                                00001310
                WHEN DFHPF5                                             00001320
                  PERFORM 5100-PAGE-ACCOUNTS THRU 5100-EXIT             00001330
                WHEN DFHPF6                                             00001340
                  PERFORM 5200-PAGE-HOUSEHOLD THRU 5200-EXIT            00001350
                WHEN DFHPF7                                             00001360
                  PERFORM 5300-PAGE-CONTACTS THRU 5300-EXIT             00001370
                WHEN DFHPF8                                             00001380
                  PERFORM 5400-PAGE-STATEMENTS THRU 5400-EXIT           00001390
                WHEN OTHER                                              00001400
                  PERFORM 2000-INQUIRE THRU 2000-EXIT                   00001410
              END-EVALUATE                                              00001420
           END-IF                                                       00001430
                                                                        00001440
           PERFORM 8000-RETURN-TRANSID THRU 8000-EXIT.                  00001450
                                                                        00001460
       1000-SEND-INITIAL-MAP.                                           00001470
           MOVE LOW-VALUES TO CUST360O                                  00001480
           EXEC CICS SEND MAP('CUST360I')                               00001490
               MAPSET('CUST360M')                                       00001500
               FROM(CUST360O)                                           00001510
               ERASE                                                    00001520
           END-EXEC.                                                    00001530
       1000-EXIT.                                                       00001540
           EXIT.                                                        00001550
                                                                        00001560
       1100-SEND-ERROR-MAP.                                             00001570
           MOVE LOW-VALUES TO CUST360O                                  00001580
           MOVE WS-ERROR-MSG TO QMSGO                                   00001590
           EXEC CICS SEND MAP('CUST360I')                               00001600
               MAPSET('CUST360M')                                       00001610
               FROM(CUST360O)                                           00001620
               ERASE                                                    00001630
           END-EXEC.                                                    00001640
       1100-EXIT.                                                       00001650
           EXIT.                                                        00001660
                                                                        00001670
      *> ***************************************************************00001680
      *> ENTER = TAKE THE KEYED CUSTOMER AND SHOW EVERY SECTION FROM    00001690
      *> ITS TOP                                                        00001700
      *> ***************************************************************00001710
       2000-INQUIRE.                                                    00001720
           EXEC CICS RECEIVE MAP('CUST360I')                            00001730
               MAPSET('CUST360M')                                       00001740
               INTO(CUST360I)                                           00001750
           END-EXEC                                                     00001760
           IF CUSTID = SPACES OR CUSTIDL = 0                            00001770
              OR CUSTID NOT NUMERIC                                     00001780
              MOVE 'A NUMERIC CUSTOMER ID IS REQUIRED' TO WS-ERROR-MSG  00001790
              PERFORM 1100-SEND-ERROR-MAP THRU 1100-EXIT                00001800
              GO TO 2000-EXIT                                           00001810
           END-IF                                                       00001820
           MOVE ZEROES TO WS-COMMAREA                                   00001830
           MOVE CUSTID TO CA-CUST-ID                                    00001840
           PERFORM 3000-SHOW-CUSTOMER THRU 3000-EXIT.                   00001850
       2000-EXIT.                                                       00001860
           EXIT.                                                        00001870
                                                                        00001880
      *> ***************************************************************00001890
      *> READ THE CUSTOMER, FILL THE NAME, ADDRESS AND FLAGS, THEN THE  00001900
      *> FIRST PAGE OF EACH SECTION, AND SEND THE WHOLE SCREEN          00001910
      *> ***************************************************************00001920
       3000-SHOW-CUSTOMER.                                              00001930
           MOVE CA-CUST-ID TO CUST-ID                                   00001940
           EXEC CICS READ FILE('CUSTFILE')                              00001950
               INTO(CUST-RECORD)                                        00001960
               RIDFLD(CUST-ID)                                          00001970
               RESP(WS-RESP)                                            00001980
           END-EXEC                                                     00001990
           EVALUATE WS-RESP                                             00002000
             WHEN DFHRESP(NORMAL)                                       00002010
               CONTINUE                                                 00002020
             WHEN DFHRESP(NOTFND)                                       00002030
               MOVE 'CUSTOMER NOT ON FILE' TO WS-ERROR-MSG              00002040
               MOVE ZEROES TO CA-CUST-ID                                00002050
               PERFORM 1100-SEND-ERROR-MAP THRU 1100-EXIT               00002060
               GO TO 3000-EXIT                                          00002070
             WHEN OTHER                                                 00002080
               MOVE 'ERROR READING CUSTFILE' TO WS-ERROR-MSG            00002090
               MOVE ZEROES TO CA-CUST-ID                                00002100
               PERFORM 1100-SEND-ERROR-MAP THRU 1100-EXIT               00002110
               GO TO 3000-EXIT                                          00002120
           END-EVALUATE                                                 00002130
                                                                        00002140
           MOVE LOW-VALUES TO CUST360O                                  00002150
           MOVE CUST-ID TO CUSTIDO                                      00002160
           MOVE CUST-ENTRY-DATE TO ENTDTO                               00002170
           MOVE SPACES TO CNAMEO                                        00002180
           STRING CUST-LAST-NAME DELIMITED BY '  '                      00002190
                  ', ' DELIMITED BY SIZE                                00002200
                  CUST-FIRST-NAME DELIMITED BY '  '                     00002210
              INTO CNAMEO                                               00002220
           END-STRING                                                   00002230
           MOVE CUST-ADDR-LINE1 TO ADDR1O                               00002240
           MOVE CUST-ADDR-LINE2 TO ADDR2O                               00002250
           MOVE SPACES TO CSZO                                          00002260
           STRING CUST-CITY DELIMITED BY '  '                           00002270
                  ', ' DELIMITED BY SIZE                                00002280
                  CUST-STATE DELIMITED BY SIZE                          00002290
                  ' ' DELIMITED BY SIZE                                 00002300
                  CUST-ZIP DELIMITED BY SIZE                            00002310
              INTO CSZO                                                 00002320
           END-STRING                                                   00002330
           PERFORM 3100-FILL-FLAGS THRU 3100-EXIT                       00002340
                                                                        00002350
           PERFORM 4100-FILL-ACCOUNTS THRU 4100-EXIT                    00002360
           PERFORM 4200-FILL-HOUSEHOLD THRU 4200-EXIT                   00002370
           PERFORM 4300-FILL-CONTACTS THRU 4300-EXIT                    00002380
           PERFORM 4400-FILL-STATEMENTS THRU 4400-EXIT                  00002390
                                                                        00002400
           EVALUATE TRUE                                                00002406
             WHEN CUST-SANC-HELD                                        00002412
               MOVE 'SANCTIONS HOLD - REFER TO COMPLIANCE BEFORE ACTING'00002418
                  TO QMSGO                                              00002424
             WHEN CUST-SUPPRESSED                                       00002430
               MOVE 'CONTACT SUPPRESSED - NO OUTBOUND MAIL OR CALLS'    00002436
                  TO QMSGO                                              00002442
             WHEN OTHER                                                 00002448
               MOVE 'PF5-PF8 PAGE EACH SECTION' TO QMSGO                00002454
           END-EVALUATE                                                 00002460
           EXEC CICS SEND MAP('CUST360I')                               00002470
               MAPSET('CUST360M')                                       00002480
               FROM(CUST360O)                                           00002490
               ERASE                                                    00002500
           END-EXEC.                                                    00002510
       3000-EXIT.                                                       00002520
           EXIT.                                                        00002530
                                                                        00002540
      *> THE SAME FLAGS EVERY MAIL-PRODUCING BATCH PROGRAM TESTS,       00002550
      *> SPELLED OUT SO THE DESK DOES NOT HAVE TO KNOW THE CODES        00002560
       3100-FILL-FLAGS.                                                 00002570
           EVALUATE TRUE                                                00002580
             WHEN CUST-DECEASED                                         00002590
               MOVE 'DECEASED' TO WS-SUPP-TEXT                          00002600
             WHEN CUST-DO-NOT-CONTACT                                   00002610
               MOVE 'DO NOT CONTACT' TO WS-SUPP-TEXT                    00002620
             WHEN CUST-LEGAL-HOLD                                       00002630
               MOVE 'LEGAL HOLD' TO WS-SUPP-TEXT                        00002640
             WHEN OTHER                                                 00002650
               MOVE 'NONE' TO WS-SUPP-TEXT                              00002660
           END-EVALUATE                                                 00002670
           IF CUST-ADDR-BAD                                             00002680
              MOVE 'INVALID (RETURNED MAIL)' TO WS-ADDR-TEXT            00002690
           ELSE                                                         00002700
              MOVE 'VALID' TO WS-ADDR-TEXT                              00002710
           END-IF                                                       00002720
           EVALUATE TRUE                                                00002730
             WHEN CUST-PREF-ELEC                                        00002740
               MOVE 'ELECTRONIC' TO WS-DELIV-TEXT                       00002750
             WHEN CUST-PREF-BOTH                                        00002760
               MOVE 'BOTH' TO WS-DELIV-TEXT                             00002770
             WHEN OTHER                                                 00002780
               MOVE 'PRINT' TO WS-DELIV-TEXT                            00002790
           END-EVALUATE                                                 00002800
           MOVE SPACES TO FLAGSO                                        00002810
           STRING 'SUPPRESSION: ' DELIMITED BY SIZE                     00002820
                  WS-SUPP-TEXT DELIMITED BY SIZE                        00002830
                  ' ADDRESS: ' DELIMITED BY SIZE                        00002840
                  WS-ADDR-TEXT DELIMITED BY SIZE                        00002850
                  ' STMTS: ' DELIMITED BY SIZE                          00002860
                  WS-DELIV-TEXT DELIMITED BY SIZE                       00002870
              INTO FLAGSO                                               00002880
           END-STRING.                                                  00002890
       3100-EXIT.                                                       00002900
           EXIT.                                                        00002910
                                                                        00002920
      *> ***************************************************************00002930
      *> ACCOUNTS: BROWSE THE CUSTOMER'S CROSS-REFERENCE LINKS FROM     00002940
      *> JUST PAST THE LAST ONE SHOWN, READING EACH ACCOUNT'S MYFILE    00002950
      *> RECORD FOR ITS STATUS AND BALANCE.  ONE READ BEYOND A FULL     00002960
      *> PAGE TELLS WHETHER THERE IS ANOTHER                            00002970
      *> ***************************************************************00002980
       4100-FILL-ACCOUNTS.                                              00002990
           MOVE SPACES TO ACCT1O ACCT2O ACCT3O                          00003000
           MOVE ZEROES TO WS-LINES-FILLED                               00003010
           MOVE 'N' TO WS-SECT-SW                                       00003020
           MOVE 'N' TO WS-MORE-SW                                       00003030
           MOVE CA-CUST-ID TO CXR-CUST-ID                               00003040
           MOVE CA-ACCT-LAST TO CXR-ACCT-NO                             00003050
           EXEC CICS STARTBR FILE('C360XREF')                           00003060
               RIDFLD(CXR-KEY)                                          00003070
               GTEQ                                                     00003080
               RESP(WS-RESP)                                            00003090
           END-EXEC                                                     00003100
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00003110
              GO TO 4100-END-OF-PAGE                                    00003120
           END-IF                                                       00003130
           PERFORM UNTIL WS-SECT-DONE                                   00003140
             EXEC CICS READNEXT FILE('C360XREF')                        00003150
                 INTO(C360-XREF-RECORD)                                 00003160
                 RIDFLD(CXR-KEY)                                        00003170
                 RESP(WS-RESP)                                          00003180
             END-EXEC                                                   00003190
             IF WS-RESP NOT = DFHRESP(NORMAL)                           00003200
                OR CXR-CUST-ID NOT = CA-CUST-ID                         00003210
                SET WS-SECT-DONE TO TRUE                                00003220
             ELSE                                                       00003230
                IF CXR-ACCT-NO = CA-ACCT-LAST                           00003240
                   CONTINUE                                             00003250
                ELSE                                                    00003260
                   IF WS-LINES-FILLED = 3                               00003270
                      SET WS-SECT-MORE TO TRUE                          00003280
                      SET WS-SECT-DONE TO TRUE                          00003290
                   ELSE                                                 00003300
                      PERFORM 4110-ADD-ACCOUNT-LINE THRU 4110-EXIT      00003310
                   END-IF                                               00003320
                END-IF                                                  00003330
             END-IF                                                     00003340
           END-PERFORM                                                  00003350
           EXEC CICS ENDBR FILE('C360XREF')                             00003360
           END-EXEC.                                                    00003370
       4100-END-OF-PAGE.                                                00003380
           IF WS-SECT-MORE                                              00003390
              MOVE 'PF5 FOR MORE ACCOUNTS' TO ACCMORO                   00003400
           ELSE                                                         00003410
              IF WS-LINES-FILLED = 0 AND CA-ACCT-LAST = 0               00003420
                 MOVE 'NO ACCOUNTS LINKED' TO ACCMORO                   00003430
              ELSE                                                      00003440
                 MOVE 'END OF LIST - PF5 FROM TOP' TO ACCMORO           00003450
              END-IF                                                    00003460
              MOVE ZEROES TO CA-ACCT-LAST                               00003470
           END-IF.                                                      00003480
       4100-EXIT.                                                       00003490
           EXIT.                                                        00003500
                                                                        00003510
       4110-ADD-ACCOUNT-LINE.                                           00003520
           MOVE SPACES TO WS-ACCT-LINE                                  00003530
           MOVE CXR-ACCT-NO TO WAL-ACCT-NO                              00003540
           IF CXR-ACTIVE                                                00003550
              MOVE 'ACTIVE' TO WAL-LINK                                 00003560
           ELSE                                                         00003570
              MOVE 'RETIRED' TO WAL-LINK                                00003580
           END-IF                                                       00003590
           MOVE CXR-ACCT-NO TO MYFREC-ACCT-NO                           00003600
           EXEC CICS READ FILE('MYFILE')                                00003610
               INTO(MYFILE-RECORDS)                                     00003620
               RIDFLD(MYFREC-KEY)                                       00003630
               RESP(WS-RESP)                                            00003640
           END-EXEC                                                     00003650
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00003660
              MOVE 'NOT FOUND' TO WAL-STATUS                            00003670
           ELSE                                                         00003680
              EVALUATE TRUE                                             00003690
                WHEN MYFREC-ST-OPEN                                     00003700
                  MOVE 'OPEN' TO WAL-STATUS                             00003710
                WHEN MYFREC-ST-FROZEN                                   00003720
                  MOVE 'FROZEN' TO WAL-STATUS                           00003730
                WHEN MYFREC-ST-CLOSED                                   00003740
                  MOVE 'CLOSED' TO WAL-STATUS                           00003750
                WHEN MYFREC-ST-DORMANT                                  00003760
                  MOVE 'DORMANT' TO WAL-STATUS                          00003770
                WHEN MYFREC-ST-ESCHEATED                                00003780
                  MOVE 'ESCHEATED' TO WAL-STATUS                        00003790
                WHEN OTHER                                              00003800
                  MOVE MYFREC-STATUS TO WAL-STATUS                      00003810
              END-EVALUATE                                              00003820
              MOVE MYFREC-AMOUNT TO WAL-BALANCE                         00003830
              IF MYFREC-CURR-CD = SPACES                                00003840
                 MOVE WS-BASE-CURR-CD TO WAL-CURR                       00003850
              ELSE                                                      00003860
                 MOVE MYFREC-CURR-CD TO WAL-CURR                        00003870
              END-IF                                                    00003880
              MOVE MYFREC-BRANCH-CD TO WAL-BRANCH                       00003890
              MOVE MYFREC-PRODUCT-CD TO WAL-PRODUCT                     00003900
           END-IF                                                       00003910
           ADD 1 TO WS-LINES-FILLED                                     00003920
           EVALUATE WS-LINES-FILLED                                     00003930
             WHEN 1                                                     00003940
               MOVE WS-ACCT-LINE TO ACCT1O                              00003950
             WHEN 2                                                     00003960
               MOVE WS-ACCT-LINE TO ACCT2O                              00003970
             WHEN 3                                                     00003980
               MOVE WS-ACCT-LINE TO ACCT3O                              00003990
           END-EVALUATE                                                 00004000
           MOVE CXR-ACCT-NO TO CA-ACCT-LAST.                            00004010
       4110-EXIT.                                                       00004020
           EXIT.                                                        00004030
                                                                        00004040
      *> ***************************************************************00004050
      *> HOUSEHOLD: THE CUSTOMER'S HOUSEHOLD FROM THE LAST HSHLDBLD     00004060
      *> BUILD, THEN ITS MEMBERS WITH THEIR NAMES FROM CUSTFILE         00004070
      *> ***************************************************************00004080
       4200-FILL-HOUSEHOLD.                                             00004090
           MOVE SPACES TO HSHINFO HSH1O HSH2O HSH3O                     00004100
           MOVE ZEROES TO WS-LINES-FILLED                               00004110
           MOVE 'N' TO WS-SECT-SW                                       00004120
           MOVE 'N' TO WS-MORE-SW                                       00004130
           MOVE CA-CUST-ID TO CHC-CUST-ID                               00004140
           EXEC CICS READ FILE('C360HCUS')                              00004150
               INTO(C360-HCUS-RECORD)                                   00004160
               RIDFLD(CHC-CUST-ID)                                      00004170
               RESP(WS-RESP)                                            00004180
           END-EXEC                                                     00004190
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00004200
              MOVE 'NOT IN A HOUSEHOLD ON THE LAST BUILD' TO HSHINFO    00004210
              MOVE 'NO HOUSEHOLD' TO HSHMORO                            00004220
              MOVE ZEROES TO CA-HSH-LAST                                00004230
              GO TO 4200-EXIT                                           00004240
           END-IF                                                       00004250
           STRING 'HOUSEHOLD ' DELIMITED BY SIZE                        00004260
                  CHC-HOUSEHOLD-ID DELIMITED BY SIZE                    00004270
                  '  MEMBERS ' DELIMITED BY SIZE                        00004280
                  CHC-MEMBER-COUNT DELIMITED BY SIZE                    00004290
                  '  BUILT ' DELIMITED BY SIZE                          00004300
                  CHC-BUILD-DATE DELIMITED BY SIZE                      00004310
              INTO HSHINFO                                              00004320
           END-STRING                                                   00004330
           MOVE CHC-HOUSEHOLD-ID TO CHM-HOUSEHOLD-ID                    00004340
           MOVE CA-HSH-LAST TO CHM-CUST-ID                              00004350
           EXEC CICS STARTBR FILE('C360HMBR')                           00004360
               RIDFLD(CHM-KEY)                                          00004370
               GTEQ                                                     00004380
               RESP(WS-RESP)                                            00004390
           END-EXEC                                                     00004400
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00004410
              GO TO 4200-END-OF-PAGE                                    00004420
           END-IF                                                       00004430
           PERFORM UNTIL WS-SECT-DONE                                   00004440
             EXEC CICS READNEXT FILE('C360HMBR')                        00004450
                 INTO(C360-HMBR-RECORD)                                 00004460
                 RIDFLD(CHM-KEY)                                        00004470
                 RESP(WS-RESP)                                          00004480
             END-EXEC                                                   00004490
             IF WS-RESP NOT = DFHRESP(NORMAL)                           00004500
                OR CHM-HOUSEHOLD-ID NOT = CHC-HOUSEHOLD-ID              00004510
                SET WS-SECT-DONE TO TRUE                                00004520
             ELSE                                                       00004530
                IF CHM-CUST-ID = CA-HSH-LAST                            00004540
                   CONTINUE                                             00004550
                ELSE                                                    00004560
                   IF WS-LINES-FILLED = 3                               00004570
                      SET WS-SECT-MORE TO TRUE                          00004580
                      SET WS-SECT-DONE TO TRUE                          00004590
                   ELSE                                                 00004600
                      PERFORM 4210-ADD-MEMBER-LINE THRU 4210-EXIT       00004610
                   END-IF                                               00004620
                END-IF                                                  00004630
             END-IF                                                     00004640
           END-PERFORM                                                  00004650
           EXEC CICS ENDBR FILE('C360HMBR')                             00004660
           END-EXEC.                                                    00004670
       4200-END-OF-PAGE.                                                00004680
           IF WS-SECT-MORE                                              00004690
              MOVE 'PF6 FOR MORE MEMBERS' TO HSHMORO                    00004700
           ELSE                                                         00004710
              MOVE 'END OF LIST - PF6 FROM TOP' TO HSHMORO              00004720
              MOVE ZEROES TO CA-HSH-LAST                                00004730
           END-IF.                                                      00004740
       4200-EXIT.                                                       00004750
           EXIT.                                                        00004760
                                                                        00004770
       4210-ADD-MEMBER-LINE.                                            00004780
           MOVE SPACES TO WS-MBR-LINE                                   00004790
           MOVE CHM-CUST-ID TO WML-CUST-ID                              00004800
           MOVE CHM-CUST-ID TO MBR-ID                                   00004810
           EXEC CICS READ FILE('CUSTFILE')                              00004820
               INTO(MBR-RECORD)                                         00004830
               RIDFLD(MBR-ID)                                           00004840
               RESP(WS-RESP)                                            00004850
           END-EXEC                                                     00004860
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00004870
              MOVE 'NOT ON CUSTFILE' TO WML-NAME                        00004880
           ELSE                                                         00004890
              STRING MBR-LAST-NAME DELIMITED BY '  '                    00004900
                     ', ' DELIMITED BY SIZE                             00004910
                     MBR-FIRST-NAME DELIMITED BY '  '                   00004920
                 INTO WML-NAME                                          00004930
              END-STRING                                                00004940
              IF MBR-SUPPRESSED                                         00004950
                 MOVE 'CONTACT SUPPRESSED' TO WML-NOTE                  00004960
              END-IF                                                    00004970
           END-IF                                                       00004980
           IF CHM-CUST-ID = CA-CUST-ID                                  00004990
              MOVE 'THIS CUSTOMER' TO WML-NOTE                          00005000
           END-IF                                                       00005010
           ADD 1 TO WS-LINES-FILLED                                     00005020
           EVALUATE WS-LINES-FILLED                                     00005030
             WHEN 1                                                     00005040
               MOVE WS-MBR-LINE TO HSH1O                                00005050
             WHEN 2                                                     00005060
               MOVE WS-MBR-LINE TO HSH2O                                00005070
             WHEN 3                                                     00005080
               MOVE WS-MBR-LINE TO HSH3O                                00005090
           END-EVALUATE                                                 00005100
           MOVE CHM-CUST-ID TO CA-HSH-LAST.                             00005110
       4210-EXIT.                                                       00005120
           EXIT.                                                        00005130
                                                                        00005140
      *> ***************************************************************00005150
      *> CONTACT HISTORY: THE COPY IS KEYED NEWEST FIRST, SO THE FIRST  00005160
      *> PAGE IS THE LATEST ITEMS AND PF7 WORKS BACK IN TIME            00005170
      *> ***************************************************************00005180
       4300-FILL-CONTACTS.                                              00005190
           MOVE SPACES TO CON1O CON2O CON3O                             00005200
           MOVE ZEROES TO WS-LINES-FILLED                               00005210
           MOVE 'N' TO WS-SECT-SW                                       00005220
           MOVE 'N' TO WS-MORE-SW                                       00005230
           MOVE CA-CUST-ID TO CCN-CUST-ID                               00005240
           MOVE CA-CON-DATE-INV TO CCN-DATE-INV                         00005250
           MOVE CA-CON-SEQ-INV TO CCN-SEQ-INV                           00005260
           EXEC CICS STARTBR FILE('C360CONT')                           00005270
               RIDFLD(CCN-KEY)                                          00005280
               GTEQ                                                     00005290
               RESP(WS-RESP)                                            00005300
           END-EXEC                                                     00005310
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00005320
              GO TO 4300-END-OF-PAGE                                    00005330
           END-IF                                                       00005340
           PERFORM UNTIL WS-SECT-DONE                                   00005350
             EXEC CICS READNEXT FILE('C360CONT')                        00005360
                 INTO(C360-CONT-RECORD)                                 00005370
                 RIDFLD(CCN-KEY)                                        00005380
                 RESP(WS-RESP)                                          00005390
             END-EXEC                                                   00005400
             IF WS-RESP NOT = DFHRESP(NORMAL)                           00005410
                OR CCN-CUST-ID NOT = CA-CUST-ID                         00005420
                SET WS-SECT-DONE TO TRUE                                00005430
             ELSE                                                       00005440
                IF CCN-DATE-INV = CA-CON-DATE-INV                       00005450
                   AND CCN-SEQ-INV = CA-CON-SEQ-INV                     00005460
                   CONTINUE                                             00005470
                ELSE                                                    00005480
                   IF WS-LINES-FILLED = 3                               00005490
                      SET WS-SECT-MORE TO TRUE                          00005500
                      SET WS-SECT-DONE TO TRUE                          00005510
                   ELSE                                                 00005520
                      PERFORM 4310-ADD-CONTACT-LINE THRU 4310-EXIT      00005530
                   END-IF                                               00005540
                END-IF                                                  00005550
             END-IF                                                     00005560
           END-PERFORM                                                  00005570
           EXEC CICS ENDBR FILE('C360CONT')                             00005580
           END-EXEC.                                                    00005590
       4300-END-OF-PAGE.                                                00005600
           IF WS-SECT-MORE                                              00005610
              MOVE 'PF7 FOR OLDER CONTACTS' TO CONMORO                  00005620
           ELSE                                                         00005630
              IF WS-LINES-FILLED = 0 AND CA-CON-DATE-INV = 0            00005640
                 MOVE 'NO CONTACTS ON FILE' TO CONMORO                  00005650
              ELSE                                                      00005660
                 MOVE 'END OF LIST - PF7 FROM TOP' TO CONMORO           00005670
              END-IF                                                    00005680
              MOVE ZEROES TO CA-CON-LAST                                00005690
           END-IF.                                                      00005700
       4300-EXIT.                                                       00005710
           EXIT.                                                        00005720
                                                                        00005730
       4310-ADD-CONTACT-LINE.                                           00005740
           MOVE SPACES TO WS-CON-LINE                                   00005750
           MOVE CCN-DATE TO WCL-DATE                                    00005760
           MOVE CCN-CONTACT-TYPE TO WCL-TYPE                            00005770
           MOVE CCN-REFERENCE TO WCL-REFERENCE                          00005780
           ADD 1 TO WS-LINES-FILLED                                     00005790
           EVALUATE WS-LINES-FILLED                                     00005800
             WHEN 1                                                     00005810
               MOVE WS-CON-LINE TO CON1O                                00005820
             WHEN 2                                                     00005830
               MOVE WS-CON-LINE TO CON2O                                00005840
             WHEN 3                                                     00005850
               MOVE WS-CON-LINE TO CON3O                                00005860
           END-EVALUATE                                                 00005870
           MOVE CCN-DATE-INV TO CA-CON-DATE-INV                         00005880
           MOVE CCN-SEQ-INV TO CA-CON-SEQ-INV.                          00005890
       4310-EXIT.                                                       00005900
           EXIT.                                                        00005910
                                                                        00005920
      *> ***************************************************************00005930
      *> STATEMENTS: THE ACCOUNT AND MONTH OF EACH STATEMENT HELD ON    00005940
      *> THE ARCHIVE FOR THE CUSTOMER'S ACCOUNTS, FOUR TO A LINE - THE  00005950
      *> MONTHS A STMTRPRT REPRINT CAN BE ASKED FOR                     00005960
      *> ***************************************************************00005970
       4400-FILL-STATEMENTS.                                            00005980
           MOVE SPACES TO STM1O                                         00005990
           MOVE SPACES TO WS-STM-LINE                                   00006000
           MOVE ZEROES TO WS-LINES-FILLED                               00006010
           MOVE 'N' TO WS-SECT-SW                                       00006020
           MOVE 'N' TO WS-MORE-SW                                       00006030
           MOVE CA-CUST-ID TO CST-CUST-ID                               00006040
           MOVE CA-STM-ACCT-NO TO CST-ACCT-NO                           00006050
           MOVE CA-STM-YYYYMM TO CST-YYYYMM                             00006060
           EXEC CICS STARTBR FILE('C360STMT')                           00006070
               RIDFLD(CST-KEY)                                          00006080
               GTEQ                                                     00006090
               RESP(WS-RESP)                                            00006100
           END-EXEC                                                     00006110
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00006120
              GO TO 4400-END-OF-PAGE                                    00006130
           END-IF                                                       00006140
           PERFORM UNTIL WS-SECT-DONE                                   00006150
             EXEC CICS READNEXT FILE('C360STMT')                        00006160
                 INTO(C360-STMT-RECORD)                                 00006170
                 RIDFLD(CST-KEY)                                        00006180
                 RESP(WS-RESP)                                          00006190
             END-EXEC                                                   00006200
             IF WS-RESP NOT = DFHRESP(NORMAL)                           00006210
                OR CST-CUST-ID NOT = CA-CUST-ID                         00006220
                SET WS-SECT-DONE TO TRUE                                00006230
             ELSE                                                       00006240
                IF CST-ACCT-NO = CA-STM-ACCT-NO                         00006250
                   AND CST-YYYYMM = CA-STM-YYYYMM                       00006260
                   CONTINUE                                             00006270
                ELSE                                                    00006280
                   IF WS-LINES-FILLED = 4                               00006290
                      SET WS-SECT-MORE TO TRUE                          00006300
                      SET WS-SECT-DONE TO TRUE                          00006310
                   ELSE                                                 00006320
                      PERFORM 4410-ADD-STATEMENT-ENTRY                  00006330
                         THRU 4410-EXIT                                 00006340
                   END-IF                                               00006350
                END-IF                                                  00006360
             END-IF                                                     00006370
           END-PERFORM                                                  00006380
           EXEC CICS ENDBR FILE('C360STMT')                             00006390
           END-EXEC.                                                    00006400
       4400-END-OF-PAGE.                                                00006410
           MOVE WS-STM-LINE TO STM1O                                    00006420
           IF WS-SECT-MORE                                              00006430
              MOVE 'PF8 FOR MORE MONTHS' TO STMMORO                     00006440
           ELSE                                                         00006450
              IF WS-LINES-FILLED = 0 AND CA-STM-ACCT-NO = 0             00006460
                 MOVE 'NO STATEMENTS ON ARCHIVE' TO STMMORO             00006470
              ELSE                                                      00006480
                 MOVE 'END OF LIST - PF8 FROM TOP' TO STMMORO           00006490
              END-IF                                                    00006500
              MOVE ZEROES TO CA-STM-LAST                                00006510
           END-IF.                                                      00006520
       4400-EXIT.                                                       00006530
           EXIT.                                                        00006540
                                                                        00006550
       4410-ADD-STATEMENT-ENTRY.                                        00006560
           ADD 1 TO WS-LINES-FILLED                                     00006570
           MOVE CST-YYYYMM TO WS-STM-MONTH                              00006580
           MOVE CST-ACCT-NO TO WSL-ACCT-NO (WS-LINES-FILLED)            00006590
           MOVE WS-STM-YYYY TO WSL-YYYY (WS-LINES-FILLED)               00006600
           MOVE '/' TO WSL-SLASH (WS-LINES-FILLED)                      00006610
           MOVE WS-STM-MM TO WSL-MM (WS-LINES-FILLED)                   00006620
           MOVE CST-ACCT-NO TO CA-STM-ACCT-NO                           00006630
           MOVE CST-YYYYMM TO CA-STM-YYYYMM.                            00006640
       4410-EXIT.                                                       00006650
           EXIT.                                                        00006660
                                                                        00006670
      *> ***************************************************************00006680
      *> PF5-PF8: PAGE ONE SECTION.  ONLY THAT SECTION'S FIELDS ARE     00006690
      *> SENT (DATAONLY WITH THE REST OF THE MAP AT LOW-VALUES), SO     00006700
      *> THE OTHER SECTIONS STAY ON THE SCREEN WHERE THEY WERE          00006710
      *> ***************************************************************00006720
       5000-CHECK-CUSTOMER.                                             00006730
           IF CA-CUST-ID = ZEROES                                       00006740
              MOVE 'KEY A CUSTOMER ID FIRST' TO WS-ERROR-MSG            00006750
              PERFORM 1100-SEND-ERROR-MAP THRU 1100-EXIT                00006760
              GO TO 5000-EXIT                                           00006770
           END-IF                                                       00006780
           MOVE LOW-VALUES TO CUST360O                                  00006790
           MOVE SPACES TO QMSGO.                                        00006800
       5000-EXIT.                                                       00006810
           EXIT.                                                        00006820
                                                                        00006830
       5100-PAGE-ACCOUNTS.                                              00006840
           PERFORM 5000-CHECK-CUSTOMER THRU 5000-EXIT                   00006850
           IF CA-CUST-ID = ZEROES                                       00006860
              GO TO 5100-EXIT                                           00006870
           END-IF                                                       00006880
           PERFORM 4100-FILL-ACCOUNTS THRU 4100-EXIT                    00006890
           PERFORM 5900-SEND-SECTION THRU 5900-EXIT.                    00006900
       5100-EXIT.                                                       00006910
           EXIT.                                                        00006920
                                                                        00006930
       5200-PAGE-HOUSEHOLD.                                             00006940
           PERFORM 5000-CHECK-CUSTOMER THRU 5000-EXIT                   00006950
           IF CA-CUST-ID = ZEROES                                       00006960
              GO TO 5200-EXIT                                           00006970
           END-IF                                                       00006980
           PERFORM 4200-FILL-HOUSEHOLD THRU 4200-EXIT                   00006990
           PERFORM 5900-SEND-SECTION THRU 5900-EXIT.                    00007000
       5200-EXIT.                                                       00007010
           EXIT.                                                        00007020
                                                                        00007030
       5300-PAGE-CONTACTS.                                              00007040
           PERFORM 5000-CHECK-CUSTOMER THRU 5000-EXIT                   00007050
           IF CA-CUST-ID = ZEROES                                       00007060
              GO TO 5300-EXIT                                           00007070
           END-IF                                                       00007080
           PERFORM 4300-FILL-CONTACTS THRU 4300-EXIT                    00007090
           PERFORM 5900-SEND-SECTION THRU 5900-EXIT.                    00007100
       5300-EXIT.                                                       00007110
           EXIT.                                                        00007120
                                                                        00007130
       5400-PAGE-STATEMENTS.                                            00007140
           PERFORM 5000-CHECK-CUSTOMER THRU 5000-EXIT                   00007150
           IF CA-CUST-ID = ZEROES                                       00007160
              GO TO 5400-EXIT                                           00007170
           END-IF                                                       00007180
           PERFORM 4400-FILL-STATEMENTS THRU 4400-EXIT                  00007190
           PERFORM 5900-SEND-SECTION THRU 5900-EXIT.                    00007200
       5400-EXIT.                                                       00007210
           EXIT.                                                        00007220
                                                                        00007230
       5900-SEND-SECTION.                                               00007240
           EXEC CICS SEND MAP('CUST360I')                               00007250
               MAPSET('CUST360M')                                       00007260
               FROM(CUST360O)                                           00007270
               DATAONLY                                                 00007280
           END-EXEC.                                                    00007290
       5900-EXIT.                                                       00007300
           EXIT.                                                        00007310
                                                                        00007320
       8000-RETURN-TRANSID.                                             00007330
           EXEC CICS RETURN                                             00007340
               TRANSID('C360')                                          00007350
               COMMAREA(WS-COMMAREA)                                    00007360
               LENGTH(57)                                               00007370
           END-EXEC.                                                    00007380
       8000-EXIT.                                                       00007390
           EXIT.                                                        00007400
                                                                        00007410
       9000-END-SESSION.                                                00007420
           EXEC CICS SEND TEXT                                          00007430
               FROM('CUST360 SESSION ENDED')                            00007440
               ERASE                                                    00007450
           END-EXEC                                                     00007460
           EXEC CICS RETURN                                             00007470
           END-EXEC.                                                    00007480
                                                                        00007490
      *> ***************************************************************00007500
      *> HANDLE CONDITION TARGET IS A GO TO, NOT A PERFORM, SO THIS     00007510
      *> MUST BE ITS OWN SELF-CONTAINED PARAGRAPH WITH ITS OWN RETURN   00007520
      *> ***************************************************************00007530
       1900-HANDLE-MAPFAIL.                                             00007540
           PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT                 00007550
           PERFORM 8000-RETURN-TRANSID THRU 8000-EXIT.                  00007560
