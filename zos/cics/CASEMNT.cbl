       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. CASEMNT.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * CICS SERVICE-DESK CASE MAINTENANCE, IN THE CONDWB MOLD.  *      00000090
      * COMPLAINTS AND SERVICE REQUESTS ARE RAISED HERE AS CASES *      00000100
      * ON THE CASEFILE KSDS INSTEAD OF LIVING IN THE MAILBOX.   *      00000110
      * ENTER SHOWS THE CASE KEYED IN CASE NO.  PF5 OPENS A NEW  *      00000120
      * CASE FROM THE CUSTOMER, ACCOUNT, CATEGORY AND SUMMARY    *      00000130
      * KEYED - THE NUMBER COMES OFF THE CONTROL RECORD UNDER A  *      00000140
      * READ UPDATE, THE OWNER DEFAULTS TO THE SIGN-ON USER AND  *      00000150
      * THE DUE DATE TO THE CATEGORY'S TARGET DAYS.  PF6 CHANGES *      00000160
      * THE OWNER, DUE DATE OR SUMMARY OF THE CASE ON SHOW; PF10 *      00000170
      * CLOSES IT WITH A RESOLUTION CODE.  EVERY OPEN, UPDATE    *      00000180
      * AND CLOSE GOES TO THE SHARED AUDIT TRAIL THROUGH AUDQ;   *      00000190
      * THE NIGHTLY CASEAGE STEP WRITES THE CLOSED CASE TO THE   *      00000200
      * CONTACT HISTORY AND ESCALATES THE OVERDUE ONES.  ONLY AN *      00000210
      * ACTIVE USER ID ON THE CASESTF STAFF FILE MAY OPEN, OWN,  *      00000220
      * UPDATE OR CLOSE A CASE; ANYONE ELSE MAY LOOK.            *      00000230
      * ********************************************************        00000240
       ENVIRONMENT DIVISION.                                            00000250
       DATA DIVISION.                                                   00000260
       WORKING-STORAGE SECTION.                                         00000270
       01 WS-RESP PIC S9(8) COMP.                                       00000280
       01 WS-ERROR-MSG PIC X(79).                                       00000290
       01 WS-ABSTIME PIC S9(15) COMP-3 VALUE ZEROES.                    00000300
       01 WS-DUE-ABSTIME PIC S9(15) COMP-3 VALUE ZEROES.                00000310
       01 WS-TODAY-DATE PIC 9(08) VALUE ZEROES.                         00000320
       01 WS-AUDIT-DATE PIC 9(08) VALUE ZEROES.                         00000330
       01 WS-USERID PIC X(08) VALUE SPACES.                             00000340
       01 WS-AUTH-SW PIC X(01) VALUE 'N'.                               00000350
           88 WS-AUTHORIZED VALUE 'Y'.                                  00000360
       01 WS-OWNER-SW PIC X(01) VALUE 'N'.                              00000370
           88 WS-OWNER-OK VALUE 'Y'.                                    00000380
       01 WS-KEEP-INPUT-SW PIC X(01) VALUE 'N'.                         00000390
           88 WS-KEEP-INPUT VALUE 'Y'.                                  00000400
       01 WS-AUDIT-ACTION PIC X(12) VALUE SPACES.                       00000410
       01 WS-AUDIT-EXTRA PIC X(08) VALUE SPACES.                        00000420
                                                                        00000430
      *> WHAT WAS KEYED, HELD AS KEYED SO A REFUSED ACTION CAN SEND     00000440
      *> IT BACK UNCHANGED                                              00000450
       01 WS-CASEID-IN PIC X(09) VALUE SPACES.                          00000460
       01 WS-CUSTID-IN PIC X(09) VALUE SPACES.                          00000470
       01 WS-ACCTNO-IN PIC X(09) VALUE SPACES.                          00000480
       01 WS-CATCD-IN PIC X(04) VALUE SPACES.                           00000490
       01 WS-OWNER-IN PIC X(08) VALUE SPACES.                           00000500
       01 WS-DUEDT-IN PIC X(08) VALUE SPACES.                           00000510
       01 WS-SUMM-IN PIC X(60) VALUE SPACES.                            00000520
       01 WS-RESCD-IN PIC X(04) VALUE SPACES.                           00000530
                                                                        00000540
      *> THE VALUES A NEW OR CHANGED CASE IS BUILT FROM, ONCE PROVEN    00000550
       01 WS-NEW-CASE-ID PIC 9(09) VALUE ZEROES.                        00000560
       01 WS-NEW-CUST-ID PIC 9(09) VALUE ZEROES.                        00000570
       01 WS-NEW-ACCT-NO PIC 9(09) VALUE ZEROES.                        00000580
       01 WS-NEW-CASE-TYPE PIC X(01) VALUE SPACE.                       00000590
       01 WS-NEW-OWNER PIC X(08) VALUE SPACES.                          00000600
       01 WS-NEW-SUPV PIC X(08) VALUE SPACES.                           00000610
       01 WS-DUE-DATE PIC 9(08) VALUE ZEROES.                           00000620
       01 WS-DUE-DATE-GROUP REDEFINES WS-DUE-DATE.                      00000630
           05 WS-DUE-YYYY PIC 9(04).                                    00000640
           05 WS-DUE-MM PIC 9(02).                                      00000650
           05 WS-DUE-DD PIC 9(02).                                      00000660
                                                                        00000670
       01 WS-NAME-LINE PIC X(41) VALUE SPACES.                          00000680
       01 WS-CAT-LINE.                                                  00000690
           05 CL-DESC               PIC X(30).                          00000700
           05 FILLER                PIC X(01).                          00000710
           05 CL-TYPE               PIC X(09).                          00000720
       COPY DFHAID.                                                     00000730
       COPY CASEMNTM.                                                   00000740
       COPY CASEREC.                                                    00000750
       COPY CASECAT.                                                    00000760
       COPY CASESTF.                                                    00000770
       COPY CUSTREC.                                                    00000780
       COPY C360REC.                                                    00000790
       COPY AUDITLOG REPLACING ==AUDIT-LOG-RECORD== BY                  00000800
                               ==WS-AUDIT-Q-RECORD==.                   00000810
                                                                        00000820
       01 WS-COMMAREA.                                                  00000830
           05 CA-CASE-ID            PIC 9(09).                          00000840
                                                                        00000850
       LINKAGE SECTION.                                                 00000860
       01 DFHCOMMAREA.                                                  00000870
           05 LK-CASE-ID            PIC 9(09).                          00000880
                                                                        00000890
       PROCEDURE DIVISION.                                              00000900
      *> ***************************************************************00000910
      *> EIBAID DISPATCH AS IN CONDWB.  THE CASE ON SHOW TRAVELS IN     00000920
      *> THE COMMAREA; PF6 AND PF10 ACT ONLY ON THE CASE ON SHOW,       00000930
      *> NEVER ON A NUMBER JUST TYPED                                   00000940
      *> ***************************************************************00000950
       0000-MAIN.                                                       00000960
           EXEC CICS HANDLE CONDITION                                   00000970
               MAPFAIL(1900-HANDLE-MAPFAIL)                             00000980
           END-EXEC                                                     00000990
                                                                        00001000
           MOVE ZEROES TO CA-CASE-ID                                    00001010
           MOVE SPACES TO WS-ERROR-MSG                                  00001020
           IF EIBCALEN = 0                                              00001030
              PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT              00001040
           ELSE                                                         00001050
              MOVE LK-CASE-ID TO CA-CASE-ID                             00001060
              EVALUATE EIBAID                                           00001070
                WHEN DFHPF3                                             00001080
                WHEN DFHCLEAR                                           00001090
                  GO TO 9000-END-SESSION                                00001100
                WHEN DFHPF5                                             00001110
                  PERFORM 5000-OPEN-CASE THRU 5000-EXIT                 00001120
                WHEN DFHPF6                                             00001130
                  PERFORM 6000-UPDATE-CASE THRU 6000-EXIT               00001140
                WHEN DFHPF10                                            00001150
                  PERFORM 6500-CLOSE-CASE THRU 6500-EXIT                00001160
                WHEN OTHER                                              00001170
                  PERFORM 2000-VIEW-CASE THRU 2000-EXIT                 00001180
              END-EVALUATE                                              00001190
           END-IF                                                       00001200
                                                                        00001210
           PERFORM 8000-RETURN-TRANSID THRU 8000-EXIT.                  00001220
                                                                        00001230
      *> ***************************************************************00001240
      *> THE FIRST SCREEN IS EMPTY, READY FOR A CASE NUMBER OR A NEW    00001250
      *> CASE                                                           00001260
      *> ***************************************************************00001270
       1000-SEND-INITIAL-MAP.                                           00001280
           MOVE ZEROES TO CA-CASE-ID                                    00001290
           MOVE 'KEY A CASE NO AND ENTER, OR KEY A NEW CASE AND PF5'    00001300
              TO WS-ERROR-MSG                                           00001310
           PERFORM 3000-SEND-CASE THRU 3000-EXIT.                       00001320
       1000-EXIT.                                                       00001330
           EXIT.                                                        00001340
                                                                        00001350
      *> ***************************************************************00001360
      *> ENTER = SHOW THE CASE KEYED IN CASE NO.  NOTHING KEYED JUST    00001370
      *> REFRESHES THE CASE ALREADY ON SHOW                             00001380
      *> ***************************************************************00001390
       2000-VIEW-CASE.                                                  00001400
           EXEC CICS RECEIVE MAP('CASEMNTI')                            00001410
               MAPSET('CASEMNTM')                                       00001420
               INTO(CASEMNTI)                                           00001430
               RESP(WS-RESP)                                            00001440
           END-EXEC                                                     00001450
           IF WS-RESP = DFHRESP(NORMAL)                                 00001460
              AND CASEIDL > 0                                           00001470
              IF CASEID NOT NUMERIC                                     00001480
                 MOVE 'A NUMERIC CASE NUMBER IS REQUIRED'               00001490
                    TO WS-ERROR-MSG                                     00001500
              ELSE                                                      00001510
                 MOVE CASEID TO CA-CASE-ID                              00001520
              END-IF                                                    00001530
           END-IF                                                       00001540
           PERFORM 3000-SEND-CASE THRU 3000-EXIT.                       00001550
       2000-EXIT.                                                       00001560
           EXIT.                                                        00001570
                                                                        00001580
      *> ***************************************************************00001590
      *> RECEIVE FOR PF5, PF6 AND PF10.  ONLY THE FIELDS KEYED SINCE    00001600
      *> THE LAST SEND COME BACK (FRSET), SO A FIELD LEFT ALONE IS      00001610
      *> A FIELD NOT CHANGED                                            00001620
      *> ***************************************************************00001630
       2100-RECEIVE-INPUT.                                              00001640
           EXEC CICS RECEIVE MAP('CASEMNTI')                            00001650
               MAPSET('CASEMNTM')                                       00001660
               INTO(CASEMNTI)                                           00001670
               RESP(WS-RESP)                                            00001680
           END-EXEC                                                     00001690
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00001700
              MOVE 'NOTHING KEYED - KEY THE CASE DETAILS FIRST'         00001710
                 TO WS-ERROR-MSG                                        00001720
              GO TO 2100-EXIT                                           00001730
           END-IF                                                       00001740
           IF CASEIDL > 0                                               00001750
              MOVE CASEID TO WS-CASEID-IN                               00001760
           END-IF                                                       00001770
           IF CUSTIDL > 0                                               00001780
              MOVE CUSTID TO WS-CUSTID-IN                               00001790
           END-IF                                                       00001800
           IF ACCTNOL > 0                                               00001810
              MOVE ACCTNO TO WS-ACCTNO-IN                               00001820
           END-IF                                                       00001830
           IF CATCDL > 0                                                00001840
              MOVE CATCD TO WS-CATCD-IN                                 00001850
           END-IF                                                       00001860
           IF OWNERL > 0                                                00001870
              MOVE OWNER TO WS-OWNER-IN                                 00001880
           END-IF                                                       00001890
           IF DUEDTL > 0                                                00001900
              MOVE DUEDT TO WS-DUEDT-IN                                 00001910
           END-IF                                                       00001920
           IF SUMML > 0                                                 00001930
              MOVE SUMM TO WS-SUMM-IN                                   00001940
           END-IF                                                       00001950
           IF RESCDL > 0                                                00001960
              MOVE RESCD TO WS-RESCD-IN                                 00001970
           END-IF                                                       00001980
           SET WS-KEEP-INPUT TO TRUE.                                   00001990
       2100-EXIT.                                                       00002000
           EXIT.                                                        00002010
                                                                        00002020
      *> ***************************************************************00002030
      *> BUILD AND SEND THE WHOLE SCREEN: THE CASE ON SHOW, ANYTHING    00002040
      *> KEYED FOR A REFUSED ACTION, AND THE MESSAGE                    00002050
      *> ***************************************************************00002060
       3000-SEND-CASE.                                                  00002070
           PERFORM 7300-GET-TODAY THRU 7300-EXIT                        00002080
           MOVE LOW-VALUES TO CASEMNTO                                  00002090
           IF CA-CASE-ID > ZEROES                                       00002100
              PERFORM 4000-FILL-CASE THRU 4000-EXIT                     00002110
           END-IF                                                       00002120
      *> A REFUSED ACTION KEEPS WHAT THE DESK KEYED                     00002130
           IF WS-KEEP-INPUT                                             00002140
              IF WS-CUSTID-IN NOT = SPACES                              00002150
                 MOVE WS-CUSTID-IN TO CUSTIDO                           00002160
              END-IF                                                    00002170
              IF WS-ACCTNO-IN NOT = SPACES                              00002180
                 MOVE WS-ACCTNO-IN TO ACCTNOO                           00002190
              END-IF                                                    00002200
              IF WS-CATCD-IN NOT = SPACES                               00002210
                 MOVE WS-CATCD-IN TO CATCDO                             00002220
              END-IF                                                    00002230
              IF WS-OWNER-IN NOT = SPACES                               00002240
                 MOVE WS-OWNER-IN TO OWNERO                             00002250
              END-IF                                                    00002260
              IF WS-DUEDT-IN NOT = SPACES                               00002270
                 MOVE WS-DUEDT-IN TO DUEDTO                             00002280
              END-IF                                                    00002290
              IF WS-SUMM-IN NOT = SPACES                                00002300
                 MOVE WS-SUMM-IN TO SUMMO                               00002310
              END-IF                                                    00002320
              IF WS-RESCD-IN NOT = SPACES                               00002330
                 MOVE WS-RESCD-IN TO RESCDO                             00002340
              END-IF                                                    00002350
           END-IF                                                       00002360
           IF WS-ERROR-MSG NOT = SPACES                                 00002370
              MOVE WS-ERROR-MSG TO ERRMSGO                              00002380
           END-IF                                                       00002390
           EXEC CICS SEND MAP('CASEMNTI')                               00002400
               MAPSET('CASEMNTM')                                       00002410
               FROM(CASEMNTO)                                           00002420
               ERASE                                                    00002430
           END-EXEC.                                                    00002440
       3000-EXIT.                                                       00002450
           EXIT.                                                        00002460
                                                                        00002470
      *> ***************************************************************00002480
      *> THE CASE ON SHOW WITH ITS CUSTOMER NAME AND CATEGORY TEXT.     00002490
      *> AN ACTIVE CASE PAST ITS DUE DATE SHOWS OVERDUE EVEN BEFORE     00002500
      *> THE NIGHT'S AGING RUN HAS ESCALATED IT                         00002510
      *> ***************************************************************00002520
       4000-FILL-CASE.                                                  00002530
           MOVE CA-CASE-ID TO CSE-CASE-ID                               00002540
           EXEC CICS READ FILE('CASEFILE')                              00002550
               INTO(SERVICE-CASE-RECORD)                                00002560
               RIDFLD(CSE-CASE-ID)                                      00002570
               RESP(WS-RESP)                                            00002580
           END-EXEC                                                     00002590
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00002600
              MOVE 'NO CASE ON FILE WITH THIS NUMBER' TO WS-ERROR-MSG   00002610
              MOVE ZEROES TO CA-CASE-ID                                 00002620
              GO TO 4000-EXIT                                           00002630
           END-IF                                                       00002640
           MOVE CSE-CASE-ID TO CASEIDO                                  00002650
           EVALUATE TRUE                                                00002660
             WHEN CSE-CLOSED                                            00002670
               MOVE 'CLOSED' TO STATO                                   00002680
             WHEN CSE-ESCALATED                                         00002690
               MOVE 'ESCALATED' TO STATO                                00002700
             WHEN CSE-DUE-DATE < WS-TODAY-DATE                          00002710
               MOVE 'OPEN - OVERDUE' TO STATO                           00002720
             WHEN OTHER                                                 00002730
               MOVE 'OPEN' TO STATO                                     00002740
           END-EVALUATE                                                 00002750
           MOVE CSE-CUST-ID TO CUSTIDO                                  00002760
           IF CSE-ACCT-NO > ZEROES                                      00002770
              MOVE CSE-ACCT-NO TO ACCTNOO                               00002780
           END-IF                                                       00002790
           MOVE CSE-CATEGORY TO CATCDO                                  00002800
           MOVE CSE-OPENED-DATE TO OPENDTO                              00002810
           MOVE CSE-OPENED-BY TO OPENBYO                                00002820
           MOVE CSE-OWNER-ID TO OWNERO                                  00002830
           MOVE CSE-DUE-DATE TO DUEDTO                                  00002840
           MOVE CSE-SUPERVISOR-ID TO SUPVO                              00002850
           IF CSE-ESCALATED-DT > ZEROES                                 00002860
              MOVE CSE-ESCALATED-DT TO ESCDTO                           00002870
           END-IF                                                       00002880
           MOVE CSE-SUMMARY TO SUMMO                                    00002890
           MOVE CSE-RESOLUTION-CD TO RESCDO                             00002900
           IF CSE-CLOSED-DATE > ZEROES                                  00002910
              MOVE CSE-CLOSED-DATE TO CLSDTO                            00002920
              MOVE CSE-CLOSED-BY TO CLSBYO                              00002930
           END-IF                                                       00002940
           IF CSE-LAST-UPD-DATE > ZEROES                                00002950
              MOVE CSE-LAST-UPD-DATE TO UPDDTO                          00002960
              MOVE CSE-LAST-UPD-BY TO UPDBYO                            00002970
           END-IF                                                       00002980
                                                                        00002990
           MOVE CSE-CUST-ID TO CUST-ID                                  00003000
           EXEC CICS READ FILE('CUSTFILE')                              00003010
               INTO(CUST-RECORD)                                        00003020
               RIDFLD(CUST-ID)                                          00003030
               RESP(WS-RESP)                                            00003040
           END-EXEC                                                     00003050
           IF WS-RESP = DFHRESP(NORMAL)                                 00003060
              MOVE SPACES TO WS-NAME-LINE                               00003070
              STRING CUST-FIRST-NAME DELIMITED BY '  '                  00003080
                 ' ' CUST-LAST-NAME DELIMITED BY SIZE                   00003090
                 INTO WS-NAME-LINE                                      00003100
              MOVE WS-NAME-LINE TO CNAMEO                               00003110
           ELSE                                                         00003120
              MOVE '*** NOT ON THE CUSTOMER FILE' TO CNAMEO             00003130
           END-IF                                                       00003140
                                                                        00003150
           MOVE CSE-CATEGORY TO CCT-CODE                                00003160
           EXEC CICS READ FILE('CASECAT')                               00003170
               INTO(CASE-CATEGORY-RECORD)                               00003180
               RIDFLD(CCT-CODE)                                         00003190
               RESP(WS-RESP)                                            00003200
           END-EXEC                                                     00003210
           MOVE SPACES TO WS-CAT-LINE                                   00003220
           IF WS-RESP = DFHRESP(NORMAL)                                 00003230
              MOVE CCT-DESC TO CL-DESC                                  00003240
           ELSE                                                         00003250
              MOVE '*** CATEGORY NO LONGER LISTED' TO CL-DESC           00003260
           END-IF                                                       00003270
           IF CSE-COMPLAINT                                             00003280
              MOVE 'COMPLAINT' TO CL-TYPE                               00003290
           ELSE                                                         00003300
              MOVE 'REQUEST' TO CL-TYPE                                 00003310
           END-IF                                                       00003320
           MOVE WS-CAT-LINE TO CATDSCO.                                 00003330
       4000-EXIT.                                                       00003340
           EXIT.                                                        00003350
                                                                        00003360
      *> ***************************************************************00003370
      *> PF5 = OPEN A NEW CASE FROM WHAT IS KEYED.  CUSTOMER, CATEGORY  00003380
      *> AND SUMMARY ARE REQUIRED; AN ACCOUNT MUST BE ONE OF THE        00003390
      *> CUSTOMER'S OWN.  THE NUMBER IS TAKEN LAST, SO A REFUSED OPEN   00003400
      *> NEVER BURNS ONE                                                00003410
      *> ***************************************************************00003420
       5000-OPEN-CASE.                                                  00003430
           PERFORM 2100-RECEIVE-INPUT THRU 2100-EXIT                    00003440
           IF WS-ERROR-MSG NOT = SPACES                                 00003450
              GO TO 5000-SEND                                           00003460
           END-IF                                                       00003470
           PERFORM 7000-CHECK-STAFF THRU 7000-EXIT                      00003480
           IF NOT WS-AUTHORIZED                                         00003490
              GO TO 5000-SEND                                           00003500
           END-IF                                                       00003510
           PERFORM 7300-GET-TODAY THRU 7300-EXIT                        00003520
                                                                        00003530
           IF WS-CUSTID-IN NOT NUMERIC                                  00003540
              OR WS-CUSTID-IN = ZEROES                                  00003550
              MOVE 'A NEW CASE NEEDS THE CUSTOMER NUMBER (9 DIGITS)'    00003560
                 TO WS-ERROR-MSG                                        00003570
              GO TO 5000-SEND                                           00003580
           END-IF                                                       00003590
           MOVE WS-CUSTID-IN TO WS-NEW-CUST-ID                          00003600
           MOVE WS-NEW-CUST-ID TO CUST-ID                               00003610
           EXEC CICS READ FILE('CUSTFILE')                              00003620
               INTO(CUST-RECORD)                                        00003630
               RIDFLD(CUST-ID)                                          00003640
               RESP(WS-RESP)                                            00003650
           END-EXEC                                                     00003660
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00003670
              STRING 'CUSTOMER ' WS-CUSTID-IN                           00003680
                 ' IS NOT ON THE CUSTOMER FILE'                         00003690
                 DELIMITED BY SIZE INTO WS-ERROR-MSG                    00003700
              GO TO 5000-SEND                                           00003710
           END-IF                                                       00003720
                                                                        00003730
           MOVE ZEROES TO WS-NEW-ACCT-NO                                00003740
           IF WS-ACCTNO-IN NOT = SPACES                                 00003750
              IF WS-ACCTNO-IN NOT NUMERIC                               00003760
                 MOVE 'THE ACCOUNT MUST BE 9 DIGITS OR LEFT BLANK'      00003770
                    TO WS-ERROR-MSG                                     00003780
                 GO TO 5000-SEND                                        00003790
              END-IF                                                    00003800
              MOVE WS-ACCTNO-IN TO WS-NEW-ACCT-NO                       00003810
              MOVE WS-NEW-CUST-ID TO CXR-CUST-ID                        00003820
              MOVE WS-NEW-ACCT-NO TO CXR-ACCT-NO                        00003830
              EXEC CICS READ FILE('C360XREF')                           00003840
                  INTO(C360-XREF-RECORD)                                00003850
                  RIDFLD(CXR-KEY)                                       00003860
                  RESP(WS-RESP)                                         00003870
              END-EXEC                                                  00003880
              IF WS-RESP NOT = DFHRESP(NORMAL)                          00003890
                 STRING 'ACCOUNT ' WS-ACCTNO-IN                         00003900
                    ' IS NOT ONE OF THIS CUSTOMER''S ACCOUNTS'          00003910
                    DELIMITED BY SIZE INTO WS-ERROR-MSG                 00003920
                 GO TO 5000-SEND                                        00003930
              END-IF                                                    00003940
           END-IF                                                       00003950
                                                                        00003960
           IF WS-CATCD-IN = SPACES                                      00003970
              MOVE 'A NEW CASE NEEDS A CATEGORY CODE' TO WS-ERROR-MSG   00003980
              GO TO 5000-SEND                                           00003990
           END-IF                                                       00004000
           MOVE WS-CATCD-IN TO CCT-CODE                                 00004010
           EXEC CICS READ FILE('CASECAT')                               00004020
               INTO(CASE-CATEGORY-RECORD)                               00004030
               RIDFLD(CCT-CODE)                                         00004040
               RESP(WS-RESP)                                            00004050
           END-EXEC                                                     00004060
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00004070
              OR NOT CCT-ACTIVE                                         00004080
              STRING 'CATEGORY ' WS-CATCD-IN                            00004090
                 ' IS NOT AN ACTIVE CASE CATEGORY'                      00004100
                 DELIMITED BY SIZE INTO WS-ERROR-MSG                    00004110
              GO TO 5000-SEND                                           00004120
           END-IF                                                       00004130
           MOVE CCT-TYPE TO WS-NEW-CASE-TYPE                            00004140
                                                                        00004150
           IF WS-SUMM-IN = SPACES                                       00004160
              MOVE 'A NEW CASE NEEDS A SUMMARY OF WHAT WAS RAISED'      00004170
                 TO WS-ERROR-MSG                                        00004180
              GO TO 5000-SEND                                           00004190
           END-IF                                                       00004200
                                                                        00004210
      *> THE OWNER DEFAULTS TO WHOEVER OPENS THE CASE                   00004220
           IF WS-OWNER-IN = SPACES                                      00004230
              MOVE WS-USERID TO WS-OWNER-IN                             00004240
           END-IF                                                       00004250
           PERFORM 7050-CHECK-OWNER THRU 7050-EXIT                      00004260
           IF NOT WS-OWNER-OK                                           00004270
              GO TO 5000-SEND                                           00004280
           END-IF                                                       00004290
                                                                        00004300
      *> THE DUE DATE DEFAULTS TO THE CATEGORY'S TARGET DAYS ON THE     00004310
      *> ABSTIME CLOCK - NO CALENDAR ARITHMETIC OF OUR OWN              00004320
           IF WS-DUEDT-IN = SPACES                                      00004330
              COMPUTE WS-DUE-ABSTIME =                                  00004340
                 WS-ABSTIME + (CCT-TARGET-DAYS * 86400000)              00004350
              EXEC CICS FORMATTIME                                      00004360
                  ABSTIME(WS-DUE-ABSTIME)                               00004370
                  YYYYMMDD(WS-DUE-DATE)                                 00004380
              END-EXEC                                                  00004390
           ELSE                                                         00004400
              PERFORM 7200-CHECK-DUE-DATE THRU 7200-EXIT                00004410
              IF WS-ERROR-MSG NOT = SPACES                              00004420
                 GO TO 5000-SEND                                        00004430
              END-IF                                                    00004440
           END-IF                                                       00004450
                                                                        00004460
           MOVE ZEROES TO CSE-CASE-ID                                   00004470
           EXEC CICS READ FILE('CASEFILE')                              00004480
               INTO(SERVICE-CASE-RECORD)                                00004490
               RIDFLD(CSE-CASE-ID)                                      00004500
               UPDATE                                                   00004510
               RESP(WS-RESP)                                            00004520
           END-EXEC                                                     00004530
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00004540
              MOVE 'CASE NUMBERING NOT SET UP - CALL SUPPORT'           00004550
                 TO WS-ERROR-MSG                                        00004560
              GO TO 5000-SEND                                           00004570
           END-IF                                                       00004580
           ADD 1 TO CSC-LAST-CASE-ID                                    00004590
           MOVE CSC-LAST-CASE-ID TO WS-NEW-CASE-ID                      00004600
           EXEC CICS REWRITE FILE('CASEFILE')                           00004610
               FROM(SERVICE-CASE-RECORD)                                00004620
               RESP(WS-RESP)                                            00004630
           END-EXEC                                                     00004640
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00004650
              MOVE 'ERROR TAKING THE NEXT CASE NUMBER - CASE NOT OPENED'00004660
                 TO WS-ERROR-MSG                                        00004670
              GO TO 5000-SEND                                           00004680
           END-IF                                                       00004690
                                                                        00004700
           MOVE SPACES TO SERVICE-CASE-RECORD                           00004710
           MOVE WS-NEW-CASE-ID TO CSE-CASE-ID                           00004720
           MOVE WS-NEW-CUST-ID TO CSE-CUST-ID                           00004730
           MOVE WS-NEW-ACCT-NO TO CSE-ACCT-NO                           00004740
           MOVE WS-CATCD-IN TO CSE-CATEGORY                             00004750
           MOVE WS-NEW-CASE-TYPE TO CSE-CASE-TYPE                       00004760
           MOVE WS-TODAY-DATE TO CSE-OPENED-DATE                        00004770
           MOVE WS-USERID TO CSE-OPENED-BY                              00004780
           MOVE WS-NEW-OWNER TO CSE-OWNER-ID                            00004790
           MOVE WS-DUE-DATE TO CSE-DUE-DATE                             00004800
           SET CSE-OPEN TO TRUE                                         00004810
           MOVE WS-NEW-SUPV TO CSE-SUPERVISOR-ID                        00004820
           MOVE ZEROES TO CSE-ESCALATED-DT                              00004830
           MOVE ZEROES TO CSE-CLOSED-DATE                               00004840
           MOVE 'N' TO CSE-CONTACT-SW                                   00004850
           MOVE ZEROES TO CSE-LAST-UPD-DATE                             00004860
           MOVE WS-SUMM-IN TO CSE-SUMMARY                               00004870
           EXEC CICS WRITE FILE('CASEFILE')                             00004880
               FROM(SERVICE-CASE-RECORD)                                00004890
               RIDFLD(CSE-CASE-ID)                                      00004900
               RESP(WS-RESP)                                            00004910
           END-EXEC                                                     00004920
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00004930
              STRING 'ERROR WRITING CASE ' WS-NEW-CASE-ID               00004940
                 ' - CASE NOT OPENED, CALL SUPPORT'                     00004950
                 DELIMITED BY SIZE INTO WS-ERROR-MSG                    00004960
              GO TO 5000-SEND                                           00004970
           END-IF                                                       00004980
                                                                        00004990
           MOVE WS-NEW-CASE-ID TO CA-CASE-ID                            00005000
           MOVE 'CASE OPENED' TO WS-AUDIT-ACTION                        00005010
           MOVE WS-CATCD-IN TO WS-AUDIT-EXTRA                           00005020
           PERFORM 7100-QUEUE-AUDIT-ENTRY THRU 7100-EXIT                00005030
           MOVE 'N' TO WS-KEEP-INPUT-SW                                 00005040
           STRING 'CASE ' WS-NEW-CASE-ID ' OPENED FOR ' WS-NEW-OWNER    00005050
              ' - DUE ' WS-DUE-DATE                                     00005060
              DELIMITED BY SIZE INTO WS-ERROR-MSG.                      00005070
       5000-SEND.                                                       00005080
           PERFORM 3000-SEND-CASE THRU 3000-EXIT.                       00005090
       5000-EXIT.                                                       00005100
           EXIT.                                                        00005110
                                                                        00005120
      *> ***************************************************************00005130
      *> PF6 = CHANGE THE OWNER, DUE DATE OR SUMMARY OF THE ACTIVE CASE 00005140
      *> ON SHOW.  A NEW OWNER BRINGS THEIR OWN SUPERVISOR WITH THEM.   00005150
      *> AN ESCALATED CASE STAYS ESCALATED - A LATER DUE DATE DOES NOT  00005160
      *> UNDO THE ESCALATION ALREADY REPORTED                           00005170
      *> ***************************************************************00005180
       6000-UPDATE-CASE.                                                00005190
           PERFORM 2100-RECEIVE-INPUT THRU 2100-EXIT                    00005200
           IF WS-ERROR-MSG NOT = SPACES                                 00005210
              GO TO 6000-SEND                                           00005220
           END-IF                                                       00005230
           IF CA-CASE-ID = ZEROES                                       00005240
              MOVE 'SHOW A CASE BEFORE UPDATING IT' TO WS-ERROR-MSG     00005250
              GO TO 6000-SEND                                           00005260
           END-IF                                                       00005270
           IF CASEIDL > 0 AND CASEID NOT = CA-CASE-ID                   00005280
              MOVE 'PRESS ENTER TO SHOW THE NEW CASE BEFORE UPDATING'   00005290
                 TO WS-ERROR-MSG                                        00005300
              GO TO 6000-SEND                                           00005310
           END-IF                                                       00005320
           IF CUSTIDL > 0 OR ACCTNOL > 0 OR CATCDL > 0                  00005330
              MOVE 'CUSTOMER, ACCOUNT AND CATEGORY ARE FIXED ONCE OPEN' 00005340
                 TO WS-ERROR-MSG                                        00005350
              GO TO 6000-SEND                                           00005360
           END-IF                                                       00005370
           IF RESCDL > 0                                                00005380
              MOVE 'PF10 CLOSES A CASE - PF6 IS OWNER, DUE OR SUMMARY'  00005390
                 TO WS-ERROR-MSG                                        00005400
              GO TO 6000-SEND                                           00005410
           END-IF                                                       00005420
           IF WS-OWNER-IN = SPACES AND WS-DUEDT-IN = SPACES             00005430
              AND WS-SUMM-IN = SPACES                                   00005440
              MOVE 'KEY A NEW OWNER, DUE DATE OR SUMMARY, THEN PF6'     00005450
                 TO WS-ERROR-MSG                                        00005460
              GO TO 6000-SEND                                           00005470
           END-IF                                                       00005480
           PERFORM 7000-CHECK-STAFF THRU 7000-EXIT                      00005490
           IF NOT WS-AUTHORIZED                                         00005500
              GO TO 6000-SEND                                           00005510
           END-IF                                                       00005520
           PERFORM 7300-GET-TODAY THRU 7300-EXIT                        00005530
           IF WS-OWNER-IN NOT = SPACES                                  00005540
              PERFORM 7050-CHECK-OWNER THRU 7050-EXIT                   00005550
              IF NOT WS-OWNER-OK                                        00005560
                 GO TO 6000-SEND                                        00005570
              END-IF                                                    00005580
           END-IF                                                       00005590
           IF WS-DUEDT-IN NOT = SPACES                                  00005600
              PERFORM 7200-CHECK-DUE-DATE THRU 7200-EXIT                00005610
              IF WS-ERROR-MSG NOT = SPACES                              00005620
                 GO TO 6000-SEND                                        00005630
              END-IF                                                    00005640
           END-IF                                                       00005650
                                                                        00005660
           MOVE CA-CASE-ID TO CSE-CASE-ID                               00005670
           EXEC CICS READ FILE('CASEFILE')                              00005680
               INTO(SERVICE-CASE-RECORD)                                00005690
               RIDFLD(CSE-CASE-ID)                                      00005700
               UPDATE                                                   00005710
               RESP(WS-RESP)                                            00005720
           END-EXEC                                                     00005730
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00005740
              MOVE 'NO CASE ON FILE WITH THIS NUMBER' TO WS-ERROR-MSG   00005750
              GO TO 6000-SEND                                           00005760
           END-IF                                                       00005770
           IF CSE-CLOSED                                                00005780
              EXEC CICS UNLOCK FILE('CASEFILE')                         00005790
              END-EXEC                                                  00005800
              STRING 'CASE WAS CLOSED ON ' CSE-CLOSED-DATE              00005810
                 ' BY ' CSE-CLOSED-BY ' - NO FURTHER UPDATES'           00005820
                 DELIMITED BY SIZE INTO WS-ERROR-MSG                    00005830
              GO TO 6000-SEND                                           00005840
           END-IF                                                       00005850
                                                                        00005860
           MOVE SPACES TO WS-AUDIT-EXTRA                                00005870
           IF WS-OWNER-IN NOT = SPACES                                  00005880
              MOVE WS-NEW-OWNER TO CSE-OWNER-ID                         00005890
              MOVE WS-NEW-SUPV TO CSE-SUPERVISOR-ID                     00005900
              MOVE WS-NEW-OWNER TO WS-AUDIT-EXTRA                       00005910
           END-IF                                                       00005920
           IF WS-DUEDT-IN NOT = SPACES                                  00005930
              MOVE WS-DUE-DATE TO CSE-DUE-DATE                          00005940
              IF WS-AUDIT-EXTRA = SPACES                                00005950
                 MOVE WS-DUE-DATE TO WS-AUDIT-EXTRA                     00005960
              END-IF                                                    00005970
           END-IF                                                       00005980
           IF WS-SUMM-IN NOT = SPACES                                   00005990
              MOVE WS-SUMM-IN TO CSE-SUMMARY                            00006000
           END-IF                                                       00006010
           MOVE WS-TODAY-DATE TO CSE-LAST-UPD-DATE                      00006020
           MOVE WS-USERID TO CSE-LAST-UPD-BY                            00006030
           EXEC CICS REWRITE FILE('CASEFILE')                           00006040
               FROM(SERVICE-CASE-RECORD)                                00006050
               RESP(WS-RESP)                                            00006060
           END-EXEC                                                     00006070
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00006080
              MOVE 'ERROR REWRITING THE CASE - NOT UPDATED'             00006090
                 TO WS-ERROR-MSG                                        00006100
              GO TO 6000-SEND                                           00006110
           END-IF                                                       00006120
           MOVE 'CASE UPDATED' TO WS-AUDIT-ACTION                       00006130
           PERFORM 7100-QUEUE-AUDIT-ENTRY THRU 7100-EXIT                00006140
           MOVE 'N' TO WS-KEEP-INPUT-SW                                 00006150
           MOVE 'CASE UPDATED' TO WS-ERROR-MSG.                         00006160
       6000-SEND.                                                       00006170
           PERFORM 3000-SEND-CASE THRU 3000-EXIT.                       00006180
       6000-EXIT.                                                       00006190
           EXIT.                                                        00006200
                                                                        00006210
      *> ***************************************************************00006220
      *> PF10 = CLOSE THE ACTIVE CASE ON SHOW WITH A RESOLUTION CODE    00006230
      *> THAT FITS ITS TYPE.  THE CONTACT-HISTORY ENTRY IS LEFT TO THE  00006240
      *> NIGHTLY CASEAGE STEP - THE HISTORY IS A SEQUENTIAL DATASET THE 00006250
      *> REGION CANNOT APPEND TO - AND CSE-CONTACT-SW MARKS IT OWED     00006260
      *> ***************************************************************00006270
       6500-CLOSE-CASE.                                                 00006280
           PERFORM 2100-RECEIVE-INPUT THRU 2100-EXIT                    00006290
           IF WS-ERROR-MSG NOT = SPACES                                 00006300
              GO TO 6500-SEND                                           00006310
           END-IF                                                       00006320
           IF CA-CASE-ID = ZEROES                                       00006330
              MOVE 'SHOW A CASE BEFORE CLOSING IT' TO WS-ERROR-MSG      00006340
              GO TO 6500-SEND                                           00006350
           END-IF                                                       00006360
           IF CASEIDL > 0 AND CASEID NOT = CA-CASE-ID                   00006370
              MOVE 'PRESS ENTER TO SHOW THE NEW CASE BEFORE CLOSING'    00006380
                 TO WS-ERROR-MSG                                        00006390
              GO TO 6500-SEND                                           00006400
           END-IF                                                       00006410
           IF WS-RESCD-IN = SPACES                                      00006420
              MOVE 'KEY THE RESOLUTION CODE, THEN PF10' TO WS-ERROR-MSG 00006430
              GO TO 6500-SEND                                           00006440
           END-IF                                                       00006450
           PERFORM 7000-CHECK-STAFF THRU 7000-EXIT                      00006460
           IF NOT WS-AUTHORIZED                                         00006470
              GO TO 6500-SEND                                           00006480
           END-IF                                                       00006490
           PERFORM 7300-GET-TODAY THRU 7300-EXIT                        00006500
                                                                        00006510
           MOVE CA-CASE-ID TO CSE-CASE-ID                               00006520
           EXEC CICS READ FILE('CASEFILE')                              00006530
               INTO(SERVICE-CASE-RECORD)                                00006540
               RIDFLD(CSE-CASE-ID)                                      00006550
               UPDATE                                                   00006560
               RESP(WS-RESP)                                            00006570
           END-EXEC                                                     00006580
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00006590
              MOVE 'NO CASE ON FILE WITH THIS NUMBER' TO WS-ERROR-MSG   00006600
              GO TO 6500-SEND                                           00006610
           END-IF                                                       00006620
           EVALUATE TRUE                                                00006630
             WHEN CSE-CLOSED                                            00006640
               STRING 'CASE ALREADY CLOSED ON ' CSE-CLOSED-DATE         00006650
                  ' BY ' CSE-CLOSED-BY                                  00006660
                  DELIMITED BY SIZE INTO WS-ERROR-MSG                   00006670
             WHEN WS-RESCD-IN NOT = 'UPHD' AND NOT = 'PART'             00006680
                  AND NOT = 'NUPH' AND NOT = 'DONE'                     00006690
                  AND NOT = 'WDRN' AND NOT = 'REFR'                     00006700
               MOVE 'RESOLUTION IS UPHD PART NUPH DONE WDRN OR REFR'    00006710
                  TO WS-ERROR-MSG                                       00006720
             WHEN CSE-COMPLAINT AND WS-RESCD-IN = 'DONE'                00006730
               MOVE 'A COMPLAINT IS UPHD, PART OR NUPH - NOT DONE'      00006740
                  TO WS-ERROR-MSG                                       00006750
             WHEN CSE-SERVICE-REQ                                       00006760
                  AND (WS-RESCD-IN = 'UPHD' OR 'PART' OR 'NUPH')        00006770
               MOVE 'A SERVICE REQUEST IS DONE, WDRN OR REFR'           00006780
                  TO WS-ERROR-MSG                                       00006790
           END-EVALUATE                                                 00006800
           IF WS-ERROR-MSG NOT = SPACES                                 00006810
              EXEC CICS UNLOCK FILE('CASEFILE')                         00006820
              END-EXEC                                                  00006830
              GO TO 6500-SEND                                           00006840
           END-IF                                                       00006850
                                                                        00006860
           SET CSE-CLOSED TO TRUE                                       00006870
           MOVE WS-RESCD-IN TO CSE-RESOLUTION-CD                        00006880
           MOVE WS-TODAY-DATE TO CSE-CLOSED-DATE                        00006890
           MOVE WS-USERID TO CSE-CLOSED-BY                              00006900
           MOVE 'N' TO CSE-CONTACT-SW                                   00006910
           MOVE WS-TODAY-DATE TO CSE-LAST-UPD-DATE                      00006920
           MOVE WS-USERID TO CSE-LAST-UPD-BY                            00006930
           EXEC CICS REWRITE FILE('CASEFILE')                           00006940
               FROM(SERVICE-CASE-RECORD)                                00006950
               RESP(WS-RESP)                                            00006960
           END-EXEC                                                     00006970
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00006980
              MOVE 'ERROR REWRITING THE CASE - NOT CLOSED'              00006990
                 TO WS-ERROR-MSG                                        00007000
              GO TO 6500-SEND                                           00007010
           END-IF                                                       00007020
           MOVE 'CASE CLOSED' TO WS-AUDIT-ACTION                        00007030
           MOVE WS-RESCD-IN TO WS-AUDIT-EXTRA                           00007040
           PERFORM 7100-QUEUE-AUDIT-ENTRY THRU 7100-EXIT                00007050
           MOVE 'N' TO WS-KEEP-INPUT-SW                                 00007060
           MOVE 'CASE CLOSED - CONTACT HISTORY IS WRITTEN TONIGHT'      00007070
              TO WS-ERROR-MSG.                                          00007080
       6500-SEND.                                                       00007090
           PERFORM 3000-SEND-CASE THRU 3000-EXIT.                       00007100
       6500-EXIT.                                                       00007110
           EXIT.                                                        00007120
                                                                        00007130
      *> ***************************************************************00007140
      *> THE SIGN-ON USER ID MUST BE AN ACTIVE ENTRY ON THE DESK STAFF  00007150
      *> FILE TO CHANGE ANYTHING                                        00007160
      *> ***************************************************************00007170
       7000-CHECK-STAFF.                                                00007180
           MOVE 'N' TO WS-AUTH-SW                                       00007190
           EXEC CICS ASSIGN                                             00007200
               USERID(WS-USERID)                                        00007210
           END-EXEC                                                     00007220
           MOVE WS-USERID TO CST-USERID                                 00007230
           EXEC CICS READ FILE('CASESTF')                               00007240
               INTO(CASE-STAFF-RECORD)                                  00007250
               RIDFLD(CST-USERID)                                       00007260
               RESP(WS-RESP)                                            00007270
           END-EXEC                                                     00007280
           IF WS-RESP = DFHRESP(NORMAL)                                 00007290
              AND CST-ACTIVE                                            00007300
              SET WS-AUTHORIZED TO TRUE                                 00007310
           ELSE                                                         00007320
              STRING 'USER ' WS-USERID                                  00007330
                 ' IS NOT ON THE SERVICE DESK STAFF LIST'               00007340
                 DELIMITED BY SIZE INTO WS-ERROR-MSG                    00007350
           END-IF.                                                      00007360
       7000-EXIT.                                                       00007370
           EXIT.                                                        00007380
                                                                        00007390
      *> ***************************************************************00007400
      *> A CASE OWNER MUST BE ACTIVE DESK STAFF; THEIR SUPERVISOR IS    00007410
      *> WHO AN OVERDUE CASE ESCALATES TO                               00007420
      *> ***************************************************************00007430
       7050-CHECK-OWNER.                                                00007440
           MOVE 'N' TO WS-OWNER-SW                                      00007450
           MOVE WS-OWNER-IN TO CST-USERID                               00007460
           EXEC CICS READ FILE('CASESTF')                               00007470
               INTO(CASE-STAFF-RECORD)                                  00007480
               RIDFLD(CST-USERID)                                       00007490
               RESP(WS-RESP)                                            00007500
           END-EXEC                                                     00007510
           IF WS-RESP = DFHRESP(NORMAL)                                 00007520
              AND CST-ACTIVE                                            00007530
              SET WS-OWNER-OK TO TRUE                                   00007540
              MOVE CST-USERID TO WS-NEW-OWNER                           00007550
              MOVE CST-SUPERVISOR-ID TO WS-NEW-SUPV                     00007560
           ELSE                                                         00007570
              STRING 'OWNER ' WS-OWNER-IN                               00007580
                 ' IS NOT ACTIVE ON THE SERVICE DESK STAFF LIST'        00007590
                 DELIMITED BY SIZE INTO WS-ERROR-MSG                    00007600
           END-IF.                                                      00007610
       7050-EXIT.                                                       00007620
           EXIT.                                                        00007630
                                                                        00007640
      *> ***************************************************************00007650
      *> QUEUE THE OPEN, UPDATE OR CLOSE TO THE SHARED AUDIT TRAIL,     00007660
      *> THE SAME AUDQ ENTRY MYFINQ AND CONDWB WRITE                    00007670
      *> ***************************************************************00007680
       7100-QUEUE-AUDIT-ENTRY.                                          00007690
           EXEC CICS ASKTIME                                            00007700
               ABSTIME(WS-ABSTIME)                                      00007710
           END-EXEC                                                     00007720
           EXEC CICS FORMATTIME                                         00007730
               ABSTIME(WS-ABSTIME)                                      00007740
               YYYYMMDD(WS-AUDIT-DATE)                                  00007750
           END-EXEC                                                     00007760
           MOVE WS-AUDIT-DATE TO ALOG-DATE OF WS-AUDIT-Q-RECORD         00007770
           COMPUTE ALOG-TIME OF WS-AUDIT-Q-RECORD =                     00007780
              EIBTIME * 100                                             00007790
           MOVE 'CASEMNT' TO ALOG-PROGRAM-ID OF WS-AUDIT-Q-RECORD       00007800
           MOVE WS-AUDIT-ACTION TO ALOG-ACTION OF WS-AUDIT-Q-RECORD     00007810
           MOVE SPACES TO ALOG-DETAIL OF WS-AUDIT-Q-RECORD              00007820
           STRING 'CASE ' CA-CASE-ID ' BY ' WS-USERID ' '               00007830
              WS-AUDIT-EXTRA                                            00007840
              DELIMITED BY SIZE                                         00007850
              INTO ALOG-DETAIL OF WS-AUDIT-Q-RECORD                     00007860
      *> THE SEQUENCE AND CHAIN FIELDS ARE STAMPED BY THE NIGHTLY       00007870
      *> DRAIN - ZEROES HERE SO THE RECORD STAYS NUMERIC THROUGHOUT     00007880
           MOVE ZEROES TO ALOG-SEQ-NO OF WS-AUDIT-Q-RECORD              00007890
           MOVE ZEROES TO ALOG-CHECK OF WS-AUDIT-Q-RECORD               00007900
           EXEC CICS WRITEQ TD QUEUE('AUDQ')                            00007910
               FROM(WS-AUDIT-Q-RECORD)                                  00007920
               LENGTH(92)                                               00007930
               RESP(WS-RESP)                                            00007940
           END-EXEC.                                                    00007950
       7100-EXIT.                                                       00007960
           EXIT.                                                        00007970
                                                                        00007980
      *> ***************************************************************00007990
      *> A KEYED DUE DATE IS CCYYMMDD, A REAL MONTH AND DAY, AND NOT    00008000
      *> IN THE PAST                                                    00008010
      *> ***************************************************************00008020
       7200-CHECK-DUE-DATE.                                             00008030
           IF WS-DUEDT-IN NOT NUMERIC                                   00008040
              MOVE 'THE DUE DATE IS KEYED CCYYMMDD' TO WS-ERROR-MSG     00008050
              GO TO 7200-EXIT                                           00008060
           END-IF                                                       00008070
           MOVE WS-DUEDT-IN TO WS-DUE-DATE                              00008080
           IF WS-DUE-MM < 1 OR WS-DUE-MM > 12                           00008090
              OR WS-DUE-DD < 1 OR WS-DUE-DD > 31                        00008100
              MOVE 'THE DUE DATE IS NOT A VALID CCYYMMDD DATE'          00008110
                 TO WS-ERROR-MSG                                        00008120
              GO TO 7200-EXIT                                           00008130
           END-IF                                                       00008140
           IF WS-DUE-DATE < WS-TODAY-DATE                               00008150
              MOVE 'THE DUE DATE CANNOT BE IN THE PAST' TO WS-ERROR-MSG 00008160
           END-IF.                                                      00008170
       7200-EXIT.                                                       00008180
           EXIT.                                                        00008190
                                                                        00008200
       7300-GET-TODAY.                                                  00008210
           EXEC CICS ASKTIME                                            00008220
               ABSTIME(WS-ABSTIME)                                      00008230
           END-EXEC                                                     00008240
           EXEC CICS FORMATTIME                                         00008250
               ABSTIME(WS-ABSTIME)                                      00008260
               YYYYMMDD(WS-TODAY-DATE)                                  00008270
           END-EXEC.                                                    00008280
       7300-EXIT.                                                       00008290
           EXIT.                                                        00008300
                                                                        00008310
       8000-RETURN-TRANSID.                                             00008320
           EXEC CICS RETURN                                             00008330
               TRANSID('CASE')                                          00008340
               COMMAREA(WS-COMMAREA)                                    00008350
               LENGTH(9)                                                00008360
           END-EXEC.                                                    00008370
       8000-EXIT.                                                       00008380
           EXIT.                                                        00008390
                                                                        00008400
       9000-END-SESSION.                                                00008410
           EXEC CICS SEND TEXT                                          00008420
               FROM('CASEMNT SESSION ENDED')                            00008430
               ERASE                                                    00008440
           END-EXEC                                                     00008450
           EXEC CICS RETURN                                             00008460
           END-EXEC.                                                    00008470
                                                                        00008480
      *> ***************************************************************00008490
      *> HANDLE CONDITION TARGET IS A GO TO, NOT A PERFORM, SO THIS     00008500
      *> MUST BE ITS OWN SELF-CONTAINED PARAGRAPH WITH ITS OWN RETURN   00008510
      *> ***************************************************************00008520
       1900-HANDLE-MAPFAIL.                                             00008530
           PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT                 00008540
           PERFORM 8000-RETURN-TRANSID THRU 8000-EXIT.                  00008550
