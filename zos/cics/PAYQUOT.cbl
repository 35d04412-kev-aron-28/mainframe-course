       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. PAYQUOT.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * CICS CONTRACT PAYOFF QUOTE, IN THE CONDINQ MOLD.         *      00000090
      * THE LOAN DESK KEYS A CONTRACT (OR AN ACCOUNT, WHOSE      *      00000100
      * CONTRACTS ARE LISTED THROUGH THE ACCOUNT PATH) AND A     *      00000110
      * PAYOFF DATE, AND GETS THE AMOUNT THAT CLEARS THE         *      00000120
      * CONTRACT ON THAT DATE: PRINCIPAL, THE INTEREST ALREADY   *      00000130
      * ACCRUED ON THE BOOKS, THE INTEREST FROM THE ACCRUED-TO   *      00000140
      * DATE THROUGH THE PAYOFF DATE ON THE CONTRACT'S OWN       *      00000150
      * CALCULATION METHOD, AND THE FEES DUE.  A PAYOFF DATE     *      00000160
      * THAT IS NOT A BUSINESS DAY MOVES TO THE NEXT ONE, BY     *      00000170
      * THE SAME WEEKEND RULE AS CALDATE AND THE KSDS COPY OF    *      00000180
      * THE SHOP CALENDAR.  ENTER QUOTES; PF5 ISSUES THE QUOTE   *      00000190
      * ON SHOW - IT IS QUEUED TO THE PAYQ EXTRAPARTITION TD     *      00000200
      * QUEUE WITH ITS GOOD-THROUGH DATE, DRAINED NIGHTLY ONTO   *      00000210
      * THE QUOTE FILE BY PAYQMRG, AND ARITH MATCHES A PAYMENT   *      00000220
      * RECEIVED AGAINST IT.  THE ISSUE GOES TO THE SHARED       *      00000230
      * AUDIT TRAIL THROUGH AUDQ.                                *      00000240
      * ********************************************************        00000250
       ENVIRONMENT DIVISION.                                            00000260
       DATA DIVISION.                                                   00000270
       WORKING-STORAGE SECTION.                                         00000280
       01 WS-RESP PIC S9(8) COMP.                                       00000290
       01 WS-ERROR-MSG PIC X(79).                                       00000300
       01 WS-ABSTIME PIC S9(15) COMP-3 VALUE ZEROES.                    00000310
       01 WS-TODAY PIC 9(08) VALUE ZEROES.                              00000320
       01 WS-NOW-TIME PIC 9(06) VALUE ZEROES.                           00000330
       01 WS-USERID PIC X(08) VALUE SPACES.                             00000340
       01 WS-CON-ID-IN PIC 9(09) VALUE ZEROES.                          00000350
       01 WS-ACCT-IN PIC 9(09) VALUE ZEROES.                            00000360
       01 WS-PDATE-IN PIC 9(08) VALUE ZEROES.                           00000370
       01 WS-ACCT-KEY PIC 9(09) VALUE ZEROES.                           00000380
       01 WS-MAX-QUOTE-DAYS PIC 9(03) VALUE 030.                        00000390
       01 WS-QUOTE-SW PIC X(01) VALUE 'N'.                              00000400
           88 WS-QUOTE-READY VALUE 'Y'.                                 00000410
       01 WS-LIST-DONE-SW PIC X(01) VALUE 'N'.                          00000420
           88 WS-LIST-DONE VALUE 'Y'.                                   00000430
       01 WS-BUSINESS-SW PIC X(01) VALUE 'N'.                           00000440
           88 WS-IS-BUSINESS-DAY VALUE 'Y'.                             00000450
       01 WS-CAL-ERROR-SW PIC X(01) VALUE 'N'.                          00000460
           88 WS-CAL-ERROR VALUE 'Y'.                                   00000470
       01 WS-LINES-FILLED PIC 9(01) VALUE ZEROES.                       00000480
       01 WS-OPEN-COUNT PIC 9(03) VALUE ZEROES.                         00000490
       01 WS-OPEN-CON-ID PIC 9(09) VALUE ZEROES.                        00000500
       01 WS-STEP-COUNT PIC 9(02) VALUE ZEROES.                         00000510
       01 WS-DOW-QUOT PIC 9(07) VALUE ZEROES.                           00000520
       01 WS-DOW PIC 9(01) VALUE ZEROES.                                00000530
       01 WS-MAX-DAY PIC 9(02) VALUE ZEROES.                            00000540
       01 WS-CAL-KEY PIC 9(08) VALUE ZEROES.                            00000550
                                                                        00000560
      *> ***************************************************************00000570
      *> QUOTE ARITHMETIC.  INTEREST RUNS FROM THE ACCRUED-TO DATE      00000580
      *> (THE START DATE ON A CONTRACT NOT YET ACCRUED) TO THE PAYOFF   00000590
      *> DATE, NEVER PAST THE TERM PERIODS STILL TO ACCRUE, ON THE      00000600
      *> 30-DAY MONTHS ACCRMNTH POSTS BY.  THE COMPOUND BALANCE         00000610
      *> CARRIES THE SAME EXTENDED PRECISION AS ARITH'S                 00000620
      *> ***************************************************************00000630
       01 WS-PAYOFF-DATE PIC 9(08) VALUE ZEROES.                        00000640
       01 WS-FROM-DATE PIC 9(08) VALUE ZEROES.                          00000650
       01 WS-TODAY-DAYNUM PIC 9(07) VALUE ZEROES.                       00000660
       01 WS-PAYOFF-DAYNUM PIC 9(07) VALUE ZEROES.                      00000670
       01 WS-FROM-DAYNUM PIC 9(07) VALUE ZEROES.                        00000680
       01 WS-INT-DAYS PIC 9(05) VALUE ZEROES.                           00000690
       01 WS-MAX-INT-DAYS PIC 9(05) VALUE ZEROES.                       00000700
       01 WS-WHOLE-MONTHS PIC 9(03) VALUE ZEROES.                       00000710
       01 WS-ODD-DAYS PIC 9(02) VALUE ZEROES.                           00000720
       01 WS-MONTH-SUB PIC 9(03) VALUE ZEROES.                          00000730
       01 WS-QT-BASE PIC S9(11)V9(04) COMP-3 VALUE ZEROES.              00000740
       01 WS-QT-BALANCE PIC S9(11)V9(04) COMP-3 VALUE ZEROES.           00000750
       01 WS-QT-FEES PIC S9(07)V99 COMP-3 VALUE ZEROES.                 00000760
       01 WS-QT-INTEREST PIC S9(09)V99 COMP-3 VALUE ZEROES.             00000770
       01 WS-QT-PER-DIEM PIC S9(05)V99 COMP-3 VALUE ZEROES.             00000780
       01 WS-QT-PAYOFF PIC S9(09)V99 COMP-3 VALUE ZEROES.               00000790
                                                                        00000800
       01 WS-AMT-ED PIC Z(09)9.99-.                                     00000810
       01 WS-PER-DIEM-ED PIC Z(06)9.99.                                 00000820
       01 WS-COUNT-ED PIC ZZ9.                                          00000830
       01 WS-DAYS-ED PIC ZZZ9.                                          00000840
       01 WS-RATE-ED PIC 9.9999.                                        00000850
       01 WS-DATE-ED.                                                   00000860
           05 WS-DATE-ED-MM PIC 9(02).                                  00000870
           05 FILLER PIC X(01) VALUE '/'.                               00000880
           05 WS-DATE-ED-DD PIC 9(02).                                  00000890
           05 FILLER PIC X(01) VALUE '/'.                               00000900
           05 WS-DATE-ED-YYYY PIC 9(04).                                00000910
       01 WS-METHOD-TEXT PIC X(10) VALUE SPACES.                        00000920
       01 WS-STATUS-TEXT PIC X(10) VALUE SPACES.                        00000930
                                                                        00000940
       01 WS-LIST-LINE.                                                 00000950
           05 LL-CON-ID             PIC 9(09).                          00000960
           05 FILLER                PIC X(01).                          00000970
           05 LL-ACCT-NO            PIC 9(09).                          00000980
           05 FILLER                PIC X(02).                          00000990
           05 LL-PRINCIPAL          PIC Z(08)9.99.                      00001000
           05 FILLER                PIC X(01).                          00001010
           05 LL-RATE               PIC 9.9999.                         00001020
           05 FILLER                PIC X(02).                          00001030
           05 LL-METHOD             PIC X(08).                          00001040
           05 FILLER                PIC X(01).                          00001050
           05 LL-STATUS             PIC X(10).                          00001060
           05 FILLER                PIC X(09).                          00001070
                                                                        00001080
      *> ***************************************************************00001090
      *> DAY-NUMBER CONVERSION WORK AREAS, THE SAME SERIAL-DAY          00001100
      *> ARITHMETIC THE AUDIT ARCHIVAL AND OVERDRAFT AGEING USE.  DAY   00001110
      *> ONE IS MONDAY 01/01/0001, SO THE DAY NUMBER MODULO 7 GIVES     00001120
      *> THE DAY OF THE WEEK: 6 = SATURDAY, 0 = SUNDAY                  00001130
      *> ***************************************************************00001140
       01 WS-DN-DATE PIC 9(08).                                         00001150
       01 WS-DN-DATE-GROUP REDEFINES WS-DN-DATE.                        00001160
           05 WS-DN-YYYY PIC 9(04).                                     00001170
           05 WS-DN-MM PIC 9(02).                                       00001180
           05 WS-DN-DD PIC 9(02).                                       00001190
       01 WS-DN-RESULT PIC 9(07).                                       00001200
       01 WS-DN-PRIOR-YEARS PIC 9(04).                                  00001210
       01 WS-DN-LEAPS-4 PIC 9(04).                                      00001220
       01 WS-DN-LEAPS-100 PIC 9(04).                                    00001230
       01 WS-DN-LEAPS-400 PIC 9(04).                                    00001240
       01 WS-DN-LEAP-QUOT PIC 9(04).                                    00001250
       01 WS-DN-LEAP-REM PIC 9(04).                                     00001260
       01 WS-DN-LEAP-SW PIC X(01) VALUE 'N'.                            00001270
           88 WS-DN-LEAP-YEAR VALUE 'Y'.                                00001280
       01 CUM-DAYS-INIT.                                                00001290
           05 FILLER PIC 9(03) VALUE 000.                               00001300
           05 FILLER PIC 9(03) VALUE 031.                               00001310
           05 FILLER PIC 9(03) VALUE 059.                               00001320
           05 FILLER PIC 9(03) VALUE 090.                               00001330
           05 FILLER PIC 9(03) VALUE 120.                               00001340
           05 FILLER PIC 9(03) VALUE 151.                               00001350
           05 FILLER PIC 9(03) VALUE 181.                               00001360
           05 FILLER PIC 9(03) VALUE 212.                               00001370
           05 FILLER PIC 9(03) VALUE 243.                               00001380
           05 FILLER PIC 9(03) VALUE 273.                               00001390
           05 FILLER PIC 9(03) VALUE 304.                               00001400
           05 FILLER PIC 9(03) VALUE 334.                               00001410
       01 CUM-DAYS REDEFINES CUM-DAYS-INIT.                             00001420
           05 CUM-DAYS-TO-MONTH OCCURS 12 TIMES PIC 9(03).              00001430
       01 DAYS-IN-MONTH-INIT.                                           00001440
           05 FILLER PIC 9(02) VALUE 31.                                00001450
           05 FILLER PIC 9(02) VALUE 28.                                00001460
           05 FILLER PIC 9(02) VALUE 31.                                00001470
           05 FILLER PIC 9(02) VALUE 30.                                00001480
           05 FILLER PIC 9(02) VALUE 31.                                00001490
           05 FILLER PIC 9(02) VALUE 30.                                00001500
           05 FILLER PIC 9(02) VALUE 31.                                00001510
           05 FILLER PIC 9(02) VALUE 31.                                00001520
           05 FILLER PIC 9(02) VALUE 30.                                00001530
           05 FILLER PIC 9(02) VALUE 31.                                00001540
           05 FILLER PIC 9(02) VALUE 30.                                00001550
           05 FILLER PIC 9(02) VALUE 31.                                00001560
       01 DAYS-IN-MONTH REDEFINES DAYS-IN-MONTH-INIT.                   00001570
           05 DIM-DAYS OCCURS 12 TIMES PIC 9(02).                       00001580
                                                                        00001590
       COPY DFHAID.                                                     00001600
       COPY PAYQTM.                                                     00001610
       COPY CONTRACT.                                                   00001620
       COPY CALREC.                                                     00001630
       COPY PAYQREC.                                                    00001640
       COPY AUDITLOG REPLACING ==AUDIT-LOG-RECORD== BY                  00001650
                               ==WS-AUDIT-Q-RECORD==.                   00001660
                                                                        00001670
       01 WS-COMMAREA.                                                  00001680
           05 CA-CON-ID             PIC 9(09).                          00001690
           05 CA-ACCT-NO            PIC 9(09).                          00001700
           05 CA-PAYOFF-DATE        PIC 9(08).                          00001710
                                                                        00001720
       LINKAGE SECTION.                                                 00001730
       01 DFHCOMMAREA.                                                  00001740
           05 LK-CON-ID             PIC 9(09).                          00001750
           05 LK-ACCT-NO            PIC 9(09).                          00001760
           05 LK-PAYOFF-DATE        PIC 9(08).                          00001770
                                                                        00001780
       PROCEDURE DIVISION.                                              00001790
      *> ***************************************************************00001800
      *> EIBAID DISPATCH AS IN CONDINQ.  THE QUOTE ON SHOW (CONTRACT,   00001810
      *> ACCOUNT AND PAYOFF DATE) TRAVELS IN THE COMMAREA; PF5 ISSUES   00001820
      *> ONLY THE QUOTE ON SHOW, NEVER ONE JUST TYPED                   00001830
      *> ***************************************************************00001840
       0000-MAIN.                                                       00001850
           EXEC CICS HANDLE CONDITION                                   00001860
               MAPFAIL(1900-HANDLE-MAPFAIL)                             00001870
           END-EXEC                                                     00001880
                                                                        00001890
           MOVE ZEROES TO CA-CON-ID                                     00001900
           MOVE ZEROES TO CA-ACCT-NO                                    00001910
           MOVE ZEROES TO CA-PAYOFF-DATE                                00001920
           MOVE SPACES TO WS-ERROR-MSG                                  00001930
           EXEC CICS ASKTIME                                            00001940
               ABSTIME(WS-ABSTIME)                                      00001950
           END-EXEC                                                     00001960
           EXEC CICS FORMATTIME                                         00001970
               ABSTIME(WS-ABSTIME)                                      00001980
               YYYYMMDD(WS-TODAY)                                       00001990
               TIME(WS-NOW-TIME)                                        00002000
           END-EXEC                                                     00002010
           IF EIBCALEN = 0                                              00002020
              PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT              00002030
           ELSE                                                         00002040
              MOVE LK-CON-ID TO CA-CON-ID                               00002050
              MOVE LK-ACCT-NO TO CA-ACCT-NO                             00002060
              MOVE LK-PAYOFF-DATE TO CA-PAYOFF-DATE                     00002070
              EVALUATE EIBAID                                           00002080
                WHEN DFHPF3                                             00002090
                WHEN DFHCLEAR                                           00002100
                  GO TO 9000-END-SESSION                                00002110
                WHEN DFHPF5                                             00002120
                  PERFORM 6000-ISSUE-QUOTE THRU 6000-EXIT               00002130
                WHEN OTHER                                              00002140
                  PERFORM 2000-GET-QUOTE THRU 2000-EXIT                 00002150
              END-EVALUATE                                              00002160
           END-IF                                                       00002170
                                                                        00002180
           PERFORM 8000-RETURN-TRANSID THRU 8000-EXIT.                  00002190
                                                                        00002200
       1000-SEND-INITIAL-MAP.                                           00002210
           MOVE ZEROES TO CA-CON-ID                                     00002220
           MOVE ZEROES TO CA-ACCT-NO                                    00002230
           MOVE ZEROES TO CA-PAYOFF-DATE                                00002240
           MOVE LOW-VALUES TO PAYQTO                                    00002250
           MOVE 'KEY A CONTRACT OR AN ACCOUNT, AND A PAYOFF DATE'       00002260
              TO WS-ERROR-MSG                                           00002270
           PERFORM 3000-SEND-QUOTE THRU 3000-EXIT.                      00002280
       1000-EXIT.                                                       00002290
           EXIT.                                                        00002300
                                                                        00002310
      *> ***************************************************************00002320
      *> ENTER = QUOTE WHAT IS KEYED.  AN ACCOUNT LISTS ITS CONTRACTS   00002330
      *> AND, WHEN EXACTLY ONE IS OPEN, QUOTES IT; A CONTRACT KEYED     00002340
      *> WITH AN ACCOUNT MUST BELONG TO IT.  NO PAYOFF DATE MEANS THE   00002350
      *> NEXT BUSINESS DAY                                              00002360
      *> ***************************************************************00002370
       2000-GET-QUOTE.                                                  00002380
           PERFORM 2100-RECEIVE-KEYS THRU 2100-EXIT                     00002390
           MOVE ZEROES TO CA-CON-ID                                     00002400
           MOVE ZEROES TO CA-ACCT-NO                                    00002410
           MOVE ZEROES TO CA-PAYOFF-DATE                                00002420
           MOVE LOW-VALUES TO PAYQTO                                    00002430
           IF WS-ERROR-MSG NOT = SPACES                                 00002440
              GO TO 2000-SEND                                           00002450
           END-IF                                                       00002460
           IF WS-CON-ID-IN = ZEROES AND WS-ACCT-IN = ZEROES             00002470
              MOVE 'KEY A CONTRACT OR AN ACCOUNT TO QUOTE'              00002480
                 TO WS-ERROR-MSG                                        00002490
              GO TO 2000-SEND                                           00002500
           END-IF                                                       00002510
           MOVE WS-ACCT-IN TO CA-ACCT-NO                                00002520
           IF WS-ACCT-IN > ZEROES                                       00002530
              PERFORM 4000-FILL-ACCOUNT-LIST THRU 4000-EXIT             00002540
              IF WS-CON-ID-IN = ZEROES                                  00002550
                 EVALUATE WS-OPEN-COUNT                                 00002560
                   WHEN 0                                               00002570
                     MOVE 'NO OPEN CONTRACT ON THIS ACCOUNT'            00002580
                        TO WS-ERROR-MSG                                 00002590
                   WHEN 1                                               00002600
                     MOVE WS-OPEN-CON-ID TO WS-CON-ID-IN                00002610
                   WHEN OTHER                                           00002620
                     MOVE 'SEVERAL OPEN - KEY THE CONTRACT TO QUOTE'    00002630
                        TO WS-ERROR-MSG                                 00002640
                 END-EVALUATE                                           00002650
              END-IF                                                    00002660
           END-IF                                                       00002670
           IF WS-ERROR-MSG NOT = SPACES                                 00002680
              GO TO 2000-SEND                                           00002690
           END-IF                                                       00002700
           PERFORM 2200-SET-PAYOFF-DATE THRU 2200-EXIT                  00002710
           IF WS-ERROR-MSG NOT = SPACES                                 00002720
              GO TO 2000-SEND                                           00002730
           END-IF                                                       00002740
           PERFORM 4500-QUOTE-CONTRACT THRU 4500-EXIT                   00002750
           IF WS-QUOTE-READY                                            00002760
              MOVE WS-CON-ID-IN TO CA-CON-ID                            00002770
              MOVE WS-PAYOFF-DATE TO CA-PAYOFF-DATE                     00002780
              IF WS-ERROR-MSG = SPACES                                  00002790
                 MOVE 'PF5 ISSUES THIS QUOTE TO THE CUSTOMER'           00002800
                    TO WS-ERROR-MSG                                     00002810
              END-IF                                                    00002820
           END-IF.                                                      00002830
       2000-SEND.                                                       00002840
           PERFORM 3000-SEND-QUOTE THRU 3000-EXIT.                      00002850
       2000-EXIT.                                                       00002860
           EXIT.                                                        00002870
                                                                        00002880
      *> ***************************************************************00002890
      *> PICK UP THE THREE KEYED FIELDS.  THE MAP IS INPUT AND OUTPUT   00002900
      *> OVER ONE AREA, SO THE VALUES ARE SAVED BEFORE IT IS CLEARED    00002910
      *> ***************************************************************00002920
       2100-RECEIVE-KEYS.                                               00002930
           MOVE ZEROES TO WS-CON-ID-IN                                  00002940
           MOVE ZEROES TO WS-ACCT-IN                                    00002950
           MOVE ZEROES TO WS-PDATE-IN                                   00002960
           EXEC CICS RECEIVE MAP('PAYQTI')                              00002970
               MAPSET('PAYQTM')                                         00002980
               INTO(PAYQTI)                                             00002990
               RESP(WS-RESP)                                            00003000
           END-EXEC                                                     00003010
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00003020
              GO TO 2100-EXIT                                           00003030
           END-IF                                                       00003040
           IF CONIDL > 0                                                00003050
              IF CONID NUMERIC                                          00003060
                 MOVE CONID TO WS-CON-ID-IN                             00003070
              ELSE                                                      00003080
                 MOVE 'THE CONTRACT MUST BE NUMERIC' TO WS-ERROR-MSG    00003090
              END-IF                                                    00003100
           END-IF                                                       00003110
           IF ACCTNOL > 0                                               00003120
              IF ACCTNO NUMERIC                                         00003130
                 MOVE ACCTNO TO WS-ACCT-IN                              00003140
              ELSE                                                      00003150
                 MOVE 'THE ACCOUNT MUST BE NUMERIC' TO WS-ERROR-MSG     00003160
              END-IF                                                    00003170
           END-IF                                                       00003180
           IF PDATEL > 0                                                00003190
              IF PDATE NUMERIC                                          00003200
                 MOVE PDATE TO WS-PDATE-IN                              00003210
              ELSE                                                      00003220
                 MOVE 'THE PAYOFF DATE MUST BE CCYYMMDD'                00003230
                    TO WS-ERROR-MSG                                     00003240
              END-IF                                                    00003250
           END-IF.                                                      00003260
       2100-EXIT.                                                       00003270
           EXIT.                                                        00003280
                                                                        00003290
      *> ***************************************************************00003300
      *> THE PAYOFF DATE MUST BE A REAL DATE, NOT BEFORE TODAY AND NOT  00003310
      *> MORE THAN THE QUOTE HORIZON OUT.  A WEEKEND OR SHOP HOLIDAY    00003320
      *> MOVES FORWARD TO THE NEXT BUSINESS DAY AND THE DESK IS TOLD    00003330
      *> ***************************************************************00003340
       2200-SET-PAYOFF-DATE.                                            00003350
           MOVE WS-TODAY TO WS-DN-DATE                                  00003360
           PERFORM 7000-DATE-TO-DAYNUM THRU 7000-EXIT                   00003370
           MOVE WS-DN-RESULT TO WS-TODAY-DAYNUM                         00003380
           IF WS-PDATE-IN = ZEROES                                      00003390
              MOVE WS-TODAY TO WS-DN-DATE                               00003400
              PERFORM 7200-STEP-FORWARD THRU 7200-EXIT                  00003410
           ELSE                                                         00003420
              MOVE WS-PDATE-IN TO WS-DN-DATE                            00003430
              PERFORM 7300-VALIDATE-DATE THRU 7300-EXIT                 00003440
              IF WS-ERROR-MSG NOT = SPACES                              00003450
                 GO TO 2200-EXIT                                        00003460
              END-IF                                                    00003470
           END-IF                                                       00003480
           PERFORM 7000-DATE-TO-DAYNUM THRU 7000-EXIT                   00003490
           IF WS-DN-RESULT < WS-TODAY-DAYNUM                            00003500
              MOVE 'THE PAYOFF DATE IS ALREADY PAST' TO WS-ERROR-MSG    00003510
              GO TO 2200-EXIT                                           00003520
           END-IF                                                       00003530
           IF WS-DN-RESULT > WS-TODAY-DAYNUM + WS-MAX-QUOTE-DAYS        00003540
              MOVE 'PAYOFF DATE MORE THAN 30 DAYS OUT - CANNOT QUOTE'   00003550
                 TO WS-ERROR-MSG                                        00003560
              GO TO 2200-EXIT                                           00003570
           END-IF                                                       00003580
           PERFORM 7100-CHECK-BUSINESS-DAY THRU 7100-EXIT               00003590
           MOVE ZEROES TO WS-STEP-COUNT                                 00003600
           PERFORM UNTIL WS-IS-BUSINESS-DAY                             00003610
                    OR WS-CAL-ERROR                                     00003620
                    OR WS-STEP-COUNT > 14                               00003630
             PERFORM 7200-STEP-FORWARD THRU 7200-EXIT                   00003640
             PERFORM 7000-DATE-TO-DAYNUM THRU 7000-EXIT                 00003650
             PERFORM 7100-CHECK-BUSINESS-DAY THRU 7100-EXIT             00003660
           END-PERFORM                                                  00003670
           IF WS-CAL-ERROR OR NOT WS-IS-BUSINESS-DAY                    00003680
              MOVE 'SHOP CALENDAR UNAVAILABLE - NO QUOTE CAN BE GIVEN'  00003690
                 TO WS-ERROR-MSG                                        00003700
              GO TO 2200-EXIT                                           00003710
           END-IF                                                       00003720
           MOVE WS-DN-DATE TO WS-PAYOFF-DATE                            00003730
           MOVE WS-DN-RESULT TO WS-PAYOFF-DAYNUM                        00003740
           IF WS-PDATE-IN > ZEROES                                      00003750
              AND WS-PAYOFF-DATE NOT = WS-PDATE-IN                      00003760
              MOVE 'NOT A BUSINESS DAY - QUOTED TO THE NEXT ONE'        00003770
                 TO WS-ERROR-MSG                                        00003780
           END-IF.                                                      00003790
       2200-EXIT.                                                       00003800
           EXIT.                                                        00003810
                                                                        00003820
      *> ***************************************************************00003830
      *> SEND THE WHOLE SCREEN.  THE KEYS ON SHOW ARE THE ONES QUOTED,  00003840
      *> SO THE PAYOFF DATE SHOWS AS MOVED TO A BUSINESS DAY            00003850
      *> ***************************************************************00003860
       3000-SEND-QUOTE.                                                 00003870
           IF CA-CON-ID > ZEROES                                        00003880
              MOVE CA-CON-ID TO CONIDO                                  00003890
           END-IF                                                       00003900
           IF CA-ACCT-NO > ZEROES                                       00003910
              MOVE CA-ACCT-NO TO ACCTNOO                                00003920
           END-IF                                                       00003930
           IF CA-PAYOFF-DATE > ZEROES                                   00003940
              MOVE CA-PAYOFF-DATE TO PDATEO                             00003950
           END-IF                                                       00003960
           IF WS-ERROR-MSG NOT = SPACES                                 00003970
              MOVE WS-ERROR-MSG TO QMSGO                                00003980
           END-IF                                                       00003990
           EXEC CICS SEND MAP('PAYQTI')                                 00004000
               MAPSET('PAYQTM')                                         00004010
               FROM(PAYQTO)                                             00004020
               ERASE                                                    00004030
           END-EXEC.                                                    00004040
       3000-EXIT.                                                       00004050
           EXIT.                                                        00004060
                                                                        00004070
      *> ***************************************************************00004080
      *> BROWSE THE ACCOUNT'S CONTRACTS THROUGH THE ALTERNATE-INDEX     00004090
      *> PATH (NON-UNIQUE, SO A READNEXT WITH MORE TO COME ANSWERS      00004100
      *> DUPKEY).  THE FIRST FOUR ARE LISTED; EVERY OPEN ONE COUNTS     00004110
      *> ***************************************************************00004120
       4000-FILL-ACCOUNT-LIST.                                          00004130
           MOVE ZEROES TO WS-LINES-FILLED                               00004140
           MOVE ZEROES TO WS-OPEN-COUNT                                 00004150
           MOVE ZEROES TO WS-OPEN-CON-ID                                00004160
           MOVE 'N' TO WS-LIST-DONE-SW                                  00004170
           MOVE WS-ACCT-IN TO WS-ACCT-KEY                               00004180
           EXEC CICS STARTBR FILE('CONACCT')                            00004190
               RIDFLD(WS-ACCT-KEY)                                      00004200
               EQUAL                                                    00004210
               RESP(WS-RESP)                                            00004220
           END-EXEC                                                     00004230
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00004240
              MOVE 'NO CONTRACTS ON FILE FOR THIS ACCOUNT'              00004250
                 TO WS-ERROR-MSG                                        00004260
              GO TO 4000-EXIT                                           00004270
           END-IF                                                       00004280
           PERFORM UNTIL WS-LIST-DONE                                   00004290
             EXEC CICS READNEXT FILE('CONACCT')                         00004300
                 INTO(CONTRACT-RECORD)                                  00004310
                 RIDFLD(WS-ACCT-KEY)                                    00004320
                 RESP(WS-RESP)                                          00004330
             END-EXEC                                                   00004340
             IF (WS-RESP NOT = DFHRESP(NORMAL)                          00004350
                 AND WS-RESP NOT = DFHRESP(DUPKEY))                     00004360
                OR CON-ACCT-NO NOT = WS-ACCT-IN                         00004370
                SET WS-LIST-DONE TO TRUE                                00004380
             ELSE                                                       00004390
                IF CON-OPEN                                             00004400
                   ADD 1 TO WS-OPEN-COUNT                               00004410
                   MOVE CON-TRAN-ID TO WS-OPEN-CON-ID                   00004420
                END-IF                                                  00004430
                IF WS-LINES-FILLED < 4                                  00004440
                   PERFORM 4100-ADD-LIST-LINE THRU 4100-EXIT            00004450
                END-IF                                                  00004460
             END-IF                                                     00004470
           END-PERFORM                                                  00004480
           EXEC CICS ENDBR FILE('CONACCT')                              00004490
           END-EXEC.                                                    00004500
       4000-EXIT.                                                       00004510
           EXIT.                                                        00004520
                                                                        00004530
       4100-ADD-LIST-LINE.                                              00004540
           MOVE SPACES TO WS-LIST-LINE                                  00004550
           MOVE CON-TRAN-ID TO LL-CON-ID                                00004560
           MOVE CON-ACCT-NO TO LL-ACCT-NO                               00004570
           MOVE CON-PRINCIPAL TO LL-PRINCIPAL                           00004580
           MOVE CON-RATE TO LL-RATE                                     00004590
           PERFORM 4900-DESCRIBE-CONTRACT THRU 4900-EXIT                00004600
           MOVE WS-METHOD-TEXT TO LL-METHOD                             00004610
           MOVE WS-STATUS-TEXT TO LL-STATUS                             00004620
           ADD 1 TO WS-LINES-FILLED                                     00004630
           EVALUATE WS-LINES-FILLED                                     00004640
             WHEN 1                                                     00004650
               MOVE WS-LIST-LINE TO LST1O                               00004660
             WHEN 2                                                     00004670
               MOVE WS-LIST-LINE TO LST2O                               00004680
             WHEN 3                                                     00004690
               MOVE WS-LIST-LINE TO LST3O                               00004700
             WHEN 4                                                     00004710
               MOVE WS-LIST-LINE TO LST4O                               00004720
           END-EVALUATE.                                                00004730
       4100-EXIT.                                                       00004740
           EXIT.                                                        00004750
                                                                        00004760
      *> ***************************************************************00004770
      *> READ THE CONTRACT, SHOW ITS TERMS, AND - WHEN IT IS OPEN -     00004780
      *> COMPUTE AND SHOW THE PAYOFF.  WS-QUOTE-READY SAYS A QUOTE IS   00004790
      *> ON SHOW THAT PF5 MAY ISSUE                                     00004800
      *> ***************************************************************00004810
       4500-QUOTE-CONTRACT.                                             00004820
           MOVE 'N' TO WS-QUOTE-SW                                      00004830
           MOVE WS-CON-ID-IN TO CON-TRAN-ID                             00004840
           EXEC CICS READ FILE('CONTRACT')                              00004850
               INTO(CONTRACT-RECORD)                                    00004860
               RIDFLD(CON-TRAN-ID)                                      00004870
               RESP(WS-RESP)                                            00004880
           END-EXEC                                                     00004890
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00004900
              MOVE 'NO CONTRACT ON FILE WITH THIS NUMBER'               00004910
                 TO WS-ERROR-MSG                                        00004920
              GO TO 4500-EXIT                                           00004930
           END-IF                                                       00004940
           IF WS-ACCT-IN > ZEROES AND CON-ACCT-NO NOT = WS-ACCT-IN      00004950
              MOVE 'THE CONTRACT DOES NOT BELONG TO THIS ACCOUNT'       00004960
                 TO WS-ERROR-MSG                                        00004970
              GO TO 4500-EXIT                                           00004980
           END-IF                                                       00004990
           PERFORM 4900-DESCRIBE-CONTRACT THRU 4900-EXIT                00005000
           MOVE CON-START-DATE TO STDATEO                               00005010
           MOVE CON-TERM-MONTHS TO WS-COUNT-ED                          00005020
           MOVE WS-COUNT-ED TO TERMO                                    00005030
           MOVE CON-RATE TO WS-RATE-ED                                  00005040
           MOVE WS-RATE-ED TO RATEO                                     00005050
           MOVE WS-METHOD-TEXT TO CMETHO                                00005060
           MOVE CON-ACCRUED-TO TO ACCRTOO                               00005070
           MOVE CON-PERIODS-DONE TO WS-COUNT-ED                         00005080
           MOVE WS-COUNT-ED TO PERIODSO                                 00005090
           MOVE WS-STATUS-TEXT TO CSTATO                                00005100
           IF NOT CON-OPEN                                              00005110
              STRING 'CONTRACT IS ' WS-STATUS-TEXT                      00005120
                 ' - NOTHING TO PAY OFF'                                00005130
                 DELIMITED BY SIZE INTO WS-ERROR-MSG                    00005140
              GO TO 4500-EXIT                                           00005150
           END-IF                                                       00005160
           PERFORM 5000-COMPUTE-PAYOFF THRU 5000-EXIT                   00005170
           MOVE CON-PRINCIPAL TO WS-AMT-ED                              00005180
           MOVE WS-AMT-ED TO PRINO                                      00005190
           MOVE CON-ACCRUED-AMT TO WS-AMT-ED                            00005200
           MOVE WS-AMT-ED TO ACCRDO                                     00005210
           MOVE WS-QT-INTEREST TO WS-AMT-ED                             00005220
           MOVE WS-AMT-ED TO INTDUEO                                    00005230
           MOVE WS-INT-DAYS TO WS-DAYS-ED                               00005240
           MOVE WS-DAYS-ED TO DAYSO                                     00005250
           MOVE WS-QT-FEES TO WS-AMT-ED                                 00005260
           MOVE WS-AMT-ED TO FEESO                                      00005270
           MOVE WS-QT-PAYOFF TO WS-AMT-ED                               00005280
           MOVE WS-AMT-ED TO PAYOFFO                                    00005290
           MOVE WS-PAYOFF-DATE (5:2) TO WS-DATE-ED-MM                   00005300
           MOVE WS-PAYOFF-DATE (7:2) TO WS-DATE-ED-DD                   00005310
           MOVE WS-PAYOFF-DATE (1:4) TO WS-DATE-ED-YYYY                 00005320
           MOVE WS-DATE-ED TO GOODTHRO                                  00005330
           MOVE WS-QT-PER-DIEM TO WS-PER-DIEM-ED                        00005340
           MOVE WS-PER-DIEM-ED TO PERDIEMO                              00005350
           SET WS-QUOTE-READY TO TRUE.                                  00005360
       4500-EXIT.                                                       00005370
           EXIT.                                                        00005380
                                                                        00005390
       4900-DESCRIBE-CONTRACT.                                          00005400
           EVALUATE CON-CALC-METHOD                                     00005410
             WHEN 'M'                                                   00005420
               MOVE 'COMPOUND' TO WS-METHOD-TEXT                        00005430
             WHEN 'D'                                                   00005440
               MOVE 'DAILY' TO WS-METHOD-TEXT                           00005450
             WHEN OTHER                                                 00005460
               MOVE 'SIMPLE' TO WS-METHOD-TEXT                          00005470
           END-EVALUATE                                                 00005480
           EVALUATE TRUE                                                00005490
             WHEN CON-OPEN                                              00005500
               MOVE 'OPEN' TO WS-STATUS-TEXT                            00005510
             WHEN CON-MATURED                                           00005520
               MOVE 'MATURED' TO WS-STATUS-TEXT                         00005530
             WHEN CON-CLOSED                                            00005540
               MOVE 'CLOSED' TO WS-STATUS-TEXT                          00005550
             WHEN CON-PAID-OFF                                          00005560
               MOVE 'PAID OFF' TO WS-STATUS-TEXT                        00005570
             WHEN OTHER                                                 00005580
               MOVE 'UNKNOWN' TO WS-STATUS-TEXT                         00005590
           END-EVALUATE.                                                00005600
       4900-EXIT.                                                       00005610
           EXIT.                                                        00005620
                                                                        00005630
      *> ***************************************************************00005640
      *> THE PAYOFF ON THE CONTRACT'S CALCULATION METHOD, FROM THE      00005650
      *> ACCRUED-TO DATE TO THE PAYOFF DATE:                            00005660
      *>   SIMPLE   = PRINCIPAL * RATE * DAYS / 360 (RATE/12 A MONTH)   00005670
      *>   COMPOUND = PRINCIPAL PLUS ACCRUED GROWN BY RATE/12 EACH      00005680
      *>              WHOLE 30-DAY MONTH, THEN SIMPLE FOR THE ODD DAYS  00005690
      *>   DAILY    = PRINCIPAL * RATE * DAYS / 365                     00005700
      *> PAYOFF = PRINCIPAL + INTEREST ON THE BOOKS + THAT INTEREST     00005710
      *>          + FEES DUE                                            00005720
      *> ***************************************************************00005730
       5000-COMPUTE-PAYOFF.                                             00005740
           IF CON-FEES-DUE NUMERIC                                      00005750
              MOVE CON-FEES-DUE TO WS-QT-FEES                           00005760
           ELSE                                                         00005770
              MOVE ZEROES TO WS-QT-FEES                                 00005780
           END-IF                                                       00005790
           IF CON-ACCRUED-TO > ZEROES                                   00005800
              MOVE CON-ACCRUED-TO TO WS-FROM-DATE                       00005810
           ELSE                                                         00005820
              MOVE CON-START-DATE TO WS-FROM-DATE                       00005830
           END-IF                                                       00005840
           MOVE WS-FROM-DATE TO WS-DN-DATE                              00005850
           PERFORM 7000-DATE-TO-DAYNUM THRU 7000-EXIT                   00005860
           MOVE WS-DN-RESULT TO WS-FROM-DAYNUM                          00005870
           MOVE ZEROES TO WS-INT-DAYS                                   00005880
           IF WS-PAYOFF-DAYNUM > WS-FROM-DAYNUM                         00005890
              COMPUTE WS-INT-DAYS = WS-PAYOFF-DAYNUM - WS-FROM-DAYNUM   00005900
           END-IF                                                       00005910
      *> A CONTRACT EARNS NO INTEREST PAST THE PERIODS LEFT IN ITS TERM 00005920
           IF CON-PERIODS-DONE NOT < CON-TERM-MONTHS                    00005930
              MOVE ZEROES TO WS-INT-DAYS                                00005940
           ELSE                                                         00005950
              COMPUTE WS-MAX-INT-DAYS =                                 00005960
                 (CON-TERM-MONTHS - CON-PERIODS-DONE) * 30              00005970
              IF WS-INT-DAYS > WS-MAX-INT-DAYS                          00005980
                 MOVE WS-MAX-INT-DAYS TO WS-INT-DAYS                    00005990
              END-IF                                                    00006000
           END-IF                                                       00006010
                                                                        00006020
           EVALUATE CON-CALC-METHOD                                     00006030
             WHEN 'M'                                                   00006040
               COMPUTE WS-QT-BASE = CON-PRINCIPAL + CON-ACCRUED-AMT     00006050
               MOVE WS-QT-BASE TO WS-QT-BALANCE                         00006060
               DIVIDE WS-INT-DAYS BY 30 GIVING WS-WHOLE-MONTHS          00006070
                  REMAINDER WS-ODD-DAYS                                 00006080
               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1                 00006090
                        UNTIL WS-MONTH-SUB > WS-WHOLE-MONTHS            00006100
                 COMPUTE WS-QT-BALANCE ROUNDED =                        00006110
                    WS-QT-BALANCE * (1 + CON-RATE / 12)                 00006120
                    ON SIZE ERROR                                       00006130
                       MOVE 'AMOUNT TOO LARGE TO QUOTE ON THIS SCREEN'  00006140
                          TO WS-ERROR-MSG                               00006150
                 END-COMPUTE                                            00006160
               END-PERFORM                                              00006170
               COMPUTE WS-QT-BALANCE ROUNDED =                          00006180
                  WS-QT-BALANCE                                         00006190
                  + WS-QT-BALANCE * CON-RATE * WS-ODD-DAYS / 360        00006200
                  ON SIZE ERROR                                         00006210
                     MOVE 'AMOUNT TOO LARGE TO QUOTE ON THIS SCREEN'    00006220
                        TO WS-ERROR-MSG                                 00006230
               END-COMPUTE                                              00006240
               COMPUTE WS-QT-INTEREST ROUNDED =                         00006250
                  WS-QT-BALANCE - WS-QT-BASE                            00006260
               COMPUTE WS-QT-PER-DIEM ROUNDED =                         00006270
                  WS-QT-BASE * CON-RATE / 360                           00006280
             WHEN 'D'                                                   00006290
               COMPUTE WS-QT-INTEREST ROUNDED =                         00006300
                  CON-PRINCIPAL * CON-RATE * WS-INT-DAYS / 365          00006310
                  ON SIZE ERROR                                         00006320
                     MOVE 'AMOUNT TOO LARGE TO QUOTE ON THIS SCREEN'    00006330
                        TO WS-ERROR-MSG                                 00006340
               END-COMPUTE                                              00006350
               COMPUTE WS-QT-PER-DIEM ROUNDED =                         00006360
                  CON-PRINCIPAL * CON-RATE / 365                        00006370
             WHEN OTHER                                                 00006380
               COMPUTE WS-QT-INTEREST ROUNDED =                         00006390
                  CON-PRINCIPAL * CON-RATE * WS-INT-DAYS / 360          00006400
                  ON SIZE ERROR                                         00006410
                     MOVE 'AMOUNT TOO LARGE TO QUOTE ON THIS SCREEN'    00006420
                        TO WS-ERROR-MSG                                 00006430
               END-COMPUTE                                              00006440
               COMPUTE WS-QT-PER-DIEM ROUNDED =                         00006450
                  CON-PRINCIPAL * CON-RATE / 360                        00006460
           END-EVALUATE                                                 00006470
           COMPUTE WS-QT-PAYOFF =                                       00006480
              CON-PRINCIPAL + CON-ACCRUED-AMT + WS-QT-INTEREST          00006490
              + WS-QT-FEES                                              00006500
              ON SIZE ERROR                                             00006510
                 MOVE 'AMOUNT TOO LARGE TO QUOTE ON THIS SCREEN'        00006520
                    TO WS-ERROR-MSG                                     00006530
           END-COMPUTE.                                                 00006540
       5000-EXIT.                                                       00006550
           EXIT.                                                        00006560
                                                                        00006570
      *> ***************************************************************00006580
      *> PF5 = ISSUE THE QUOTE ON SHOW.  IT IS RECOMPUTED FROM THE      00006590
      *> CONTRACT AS IT STANDS NOW, QUEUED FOR THE NIGHTLY DRAIN, AND   00006600
      *> AUDITED.  A CHANGED KEY MUST BE QUOTED WITH ENTER FIRST        00006610
      *> ***************************************************************00006620
       6000-ISSUE-QUOTE.                                                00006630
           PERFORM 2100-RECEIVE-KEYS THRU 2100-EXIT                     00006640
           MOVE LOW-VALUES TO PAYQTO                                    00006650
           IF CA-CON-ID = ZEROES OR CA-PAYOFF-DATE = ZEROES             00006660
              MOVE 'QUOTE A CONTRACT WITH ENTER BEFORE PF5'             00006670
                 TO WS-ERROR-MSG                                        00006680
              GO TO 6000-SEND                                           00006690
           END-IF                                                       00006700
           IF (WS-CON-ID-IN NOT = ZEROES                                00006710
               AND WS-CON-ID-IN NOT = CA-CON-ID)                        00006720
              OR (WS-PDATE-IN NOT = ZEROES                              00006730
               AND WS-PDATE-IN NOT = CA-PAYOFF-DATE)                    00006740
              MOVE 'PRESS ENTER TO QUOTE WHAT IS KEYED BEFORE PF5'      00006750
                 TO WS-ERROR-MSG                                        00006760
              GO TO 6000-SEND                                           00006770
           END-IF                                                       00006780
           MOVE SPACES TO WS-ERROR-MSG                                  00006790
           MOVE CA-CON-ID TO WS-CON-ID-IN                               00006800
           MOVE CA-ACCT-NO TO WS-ACCT-IN                                00006810
           MOVE CA-PAYOFF-DATE TO WS-PDATE-IN                           00006820
           IF WS-ACCT-IN > ZEROES                                       00006830
              PERFORM 4000-FILL-ACCOUNT-LIST THRU 4000-EXIT             00006840
           END-IF                                                       00006850
           PERFORM 2200-SET-PAYOFF-DATE THRU 2200-EXIT                  00006860
           IF WS-ERROR-MSG NOT = SPACES                                 00006870
              GO TO 6000-SEND                                           00006880
           END-IF                                                       00006890
           PERFORM 4500-QUOTE-CONTRACT THRU 4500-EXIT                   00006900
           IF NOT WS-QUOTE-READY OR WS-ERROR-MSG NOT = SPACES           00006910
              GO TO 6000-SEND                                           00006920
           END-IF                                                       00006930
                                                                        00006940
           EXEC CICS ASSIGN                                             00006950
               USERID(WS-USERID)                                        00006960
           END-EXEC                                                     00006970
           MOVE SPACES TO PAYOFF-QUOTE-RECORD                           00006980
           MOVE CON-TRAN-ID TO PQT-CON-TRAN-ID                          00006990
           MOVE CON-ACCT-NO TO PQT-ACCT-NO                              00007000
           MOVE WS-TODAY TO PQT-ISSUE-DATE                              00007010
           MOVE WS-NOW-TIME TO PQT-ISSUE-TIME                           00007020
           MOVE WS-PAYOFF-DATE TO PQT-GOOD-THRU                         00007030
           MOVE CON-PRINCIPAL TO PQT-PRINCIPAL                          00007040
           MOVE CON-ACCRUED-AMT TO PQT-ACCRUED                          00007050
           MOVE WS-QT-INTEREST TO PQT-INT-TO-DATE                       00007060
           MOVE WS-QT-FEES TO PQT-FEES                                  00007070
           MOVE WS-QT-PAYOFF TO PQT-PAYOFF-AMT                          00007080
           MOVE WS-QT-PER-DIEM TO PQT-PER-DIEM                          00007090
           MOVE CON-CALC-METHOD TO PQT-CALC-METHOD                      00007100
           MOVE WS-USERID TO PQT-USERID                                 00007110
           EXEC CICS WRITEQ TD QUEUE('PAYQ')                            00007120
               FROM(PAYOFF-QUOTE-RECORD)                                00007130
               LENGTH(120)                                              00007140
               RESP(WS-RESP)                                            00007150
           END-EXEC                                                     00007160
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00007170
              MOVE 'QUOTE NOT RECORDED - DO NOT GIVE IT OUT'            00007180
                 TO WS-ERROR-MSG                                        00007190
              GO TO 6000-SEND                                           00007200
           END-IF                                                       00007210
           MOVE CA-CON-ID TO CONIDO                                     00007220
           PERFORM 6100-QUEUE-AUDIT-ENTRY THRU 6100-EXIT                00007230
           STRING 'QUOTE ISSUED - GOOD THROUGH ' WS-DATE-ED             00007240
              DELIMITED BY SIZE INTO WS-ERROR-MSG.                      00007250
       6000-SEND.                                                       00007260
           PERFORM 3000-SEND-QUOTE THRU 3000-EXIT.                      00007270
       6000-EXIT.                                                       00007280
           EXIT.                                                        00007290
                                                                        00007300
      *> ***************************************************************00007310
      *> QUEUE THE ISSUE TO THE SHARED AUDIT TRAIL, THE SAME AUDQ       00007320
      *> ENTRY MYFINQ WRITES FOR ITS CORRECTIONS                        00007330
      *> ***************************************************************00007340
       6100-QUEUE-AUDIT-ENTRY.                                          00007350
           MOVE WS-TODAY TO ALOG-DATE OF WS-AUDIT-Q-RECORD              00007360
           COMPUTE ALOG-TIME OF WS-AUDIT-Q-RECORD =                     00007370
              EIBTIME * 100                                             00007380
           MOVE 'PAYQUOT' TO ALOG-PROGRAM-ID OF WS-AUDIT-Q-RECORD       00007390
           MOVE 'PAYOFF QUOTE' TO ALOG-ACTION OF WS-AUDIT-Q-RECORD      00007400
           MOVE SPACES TO ALOG-DETAIL OF WS-AUDIT-Q-RECORD              00007410
           STRING 'CON ' CON-TRAN-ID ' THRU ' WS-PAYOFF-DATE            00007420
              ' BY ' WS-USERID                                          00007430
              DELIMITED BY SIZE                                         00007440
              INTO ALOG-DETAIL OF WS-AUDIT-Q-RECORD                     00007450
      *> THE SEQUENCE AND CHAIN FIELDS ARE STAMPED BY THE NIGHTLY       00007460
      *> DRAIN - ZEROES HERE SO THE RECORD STAYS NUMERIC THROUGHOUT     00007470
           MOVE ZEROES TO ALOG-SEQ-NO OF WS-AUDIT-Q-RECORD              00007480
           MOVE ZEROES TO ALOG-CHECK OF WS-AUDIT-Q-RECORD               00007490
           EXEC CICS WRITEQ TD QUEUE('AUDQ')                            00007500
               FROM(WS-AUDIT-Q-RECORD)                                  00007510
               LENGTH(92)                                               00007520
               RESP(WS-RESP)                                            00007530
           END-EXEC.                                                    00007540
       6100-EXIT.                                                       00007550
           EXIT.                                                        00007560
                                                                        00007570
      *> ***************************************************************00007580
      *> CONVERT WS-DN-DATE (CCYYMMDD) TO A SERIAL DAY NUMBER           00007590
      *> ***************************************************************00007600
       7000-DATE-TO-DAYNUM.                                             00007610
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1                   00007620
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAPS-4           00007630
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAPS-100       00007640
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAPS-400       00007650
           COMPUTE WS-DN-RESULT =                                       00007660
              (WS-DN-PRIOR-YEARS * 365)                                 00007670
              + WS-DN-LEAPS-4                                           00007680
              - WS-DN-LEAPS-100                                         00007690
              + WS-DN-LEAPS-400                                         00007700
              + CUM-DAYS-TO-MONTH (WS-DN-MM)                            00007710
              + WS-DN-DD                                                00007720
           PERFORM 7050-CHECK-LEAP-YEAR THRU 7050-EXIT                  00007730
           IF WS-DN-MM > 2 AND WS-DN-LEAP-YEAR                          00007740
              ADD 1 TO WS-DN-RESULT                                     00007750
           END-IF.                                                      00007760
       7000-EXIT.                                                       00007770
           EXIT.                                                        00007780
                                                                        00007790
       7050-CHECK-LEAP-YEAR.                                            00007800
           MOVE 'N' TO WS-DN-LEAP-SW                                    00007810
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-LEAP-QUOT                00007820
              REMAINDER WS-DN-LEAP-REM                                  00007830
           IF WS-DN-LEAP-REM = 0                                        00007840
              DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-LEAP-QUOT           00007850
                 REMAINDER WS-DN-LEAP-REM                               00007860
              IF WS-DN-LEAP-REM = 0                                     00007870
                 DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-LEAP-QUOT        00007880
                    REMAINDER WS-DN-LEAP-REM                            00007890
                 IF WS-DN-LEAP-REM = 0                                  00007900
                    SET WS-DN-LEAP-YEAR TO TRUE                         00007910
                 END-IF                                                 00007920
              ELSE                                                      00007930
                 SET WS-DN-LEAP-YEAR TO TRUE                            00007940
              END-IF                                                    00007950
           END-IF.                                                      00007960
       7050-EXIT.                                                       00007970
           EXIT.                                                        00007980
                                                                        00007990
      *> ***************************************************************00008000
      *> A BUSINESS DAY IS NEITHER A WEEKEND NOR ON THE SHOP CALENDAR.  00008010
      *> WS-DN-DATE AND ITS DAY NUMBER IN WS-DN-RESULT ARE CHECKED      00008020
      *> ***************************************************************00008030
       7100-CHECK-BUSINESS-DAY.                                         00008040
           MOVE 'N' TO WS-BUSINESS-SW                                   00008050
           DIVIDE WS-DN-RESULT BY 7 GIVING WS-DOW-QUOT                  00008060
              REMAINDER WS-DOW                                          00008070
           IF WS-DOW = 6 OR WS-DOW = 0                                  00008080
              GO TO 7100-EXIT                                           00008090
           END-IF                                                       00008100
           MOVE WS-DN-DATE TO WS-CAL-KEY                                00008110
           EXEC CICS READ FILE('SHOPCAL')                               00008120
               INTO(CALENDAR-RECORD)                                    00008130
               RIDFLD(WS-CAL-KEY)                                       00008140
               RESP(WS-RESP)                                            00008150
           END-EXEC                                                     00008160
           EVALUATE TRUE                                                00008170
             WHEN WS-RESP = DFHRESP(NOTFND)                             00008180
               SET WS-IS-BUSINESS-DAY TO TRUE                           00008190
             WHEN WS-RESP = DFHRESP(NORMAL)                             00008200
               CONTINUE                                                 00008210
             WHEN OTHER                                                 00008220
               SET WS-CAL-ERROR TO TRUE                                 00008230
           END-EVALUATE.                                                00008240
       7100-EXIT.                                                       00008250
           EXIT.                                                        00008260
                                                                        00008270
       7200-STEP-FORWARD.                                               00008280
           ADD 1 TO WS-STEP-COUNT                                       00008290
           PERFORM 7050-CHECK-LEAP-YEAR THRU 7050-EXIT                  00008300
           MOVE DIM-DAYS (WS-DN-MM) TO WS-MAX-DAY                       00008310
           IF WS-DN-MM = 2 AND WS-DN-LEAP-YEAR                          00008320
              MOVE 29 TO WS-MAX-DAY                                     00008330
           END-IF                                                       00008340
           IF WS-DN-DD < WS-MAX-DAY                                     00008350
              ADD 1 TO WS-DN-DD                                         00008360
           ELSE                                                         00008370
              MOVE 1 TO WS-DN-DD                                        00008380
              IF WS-DN-MM < 12                                          00008390
                 ADD 1 TO WS-DN-MM                                      00008400
              ELSE                                                      00008410
                 MOVE 1 TO WS-DN-MM                                     00008420
                 ADD 1 TO WS-DN-YYYY                                    00008430
              END-IF                                                    00008440
           END-IF.                                                      00008450
       7200-EXIT.                                                       00008460
           EXIT.                                                        00008470
                                                                        00008480
       7300-VALIDATE-DATE.                                              00008490
           IF WS-DN-MM < 1 OR WS-DN-MM > 12                             00008500
              MOVE 'THE PAYOFF DATE IS NOT A VALID DATE' TO WS-ERROR-MSG00008510
              GO TO 7300-EXIT                                           00008520
           END-IF                                                       00008530
           PERFORM 7050-CHECK-LEAP-YEAR THRU 7050-EXIT                  00008540
           MOVE DIM-DAYS (WS-DN-MM) TO WS-MAX-DAY                       00008550
           IF WS-DN-MM = 2 AND WS-DN-LEAP-YEAR                          00008560
              MOVE 29 TO WS-MAX-DAY                                     00008570
           END-IF                                                       00008580
           IF WS-DN-DD < 1 OR WS-DN-DD > WS-MAX-DAY                     00008590
              MOVE 'THE PAYOFF DATE IS NOT A VALID DATE' TO WS-ERROR-MSG00008600
           END-IF.                                                      00008610
       7300-EXIT.                                                       00008620
           EXIT.                                                        00008630
                                                                        00008640
       8000-RETURN-TRANSID.                                             00008650
           EXEC CICS RETURN                                             00008660
               TRANSID('PAYQ')                                          00008670
               COMMAREA(WS-COMMAREA)                                    00008680
               LENGTH(26)                                               00008690
           END-EXEC.                                                    00008700
       8000-EXIT.                                                       00008710
           EXIT.                                                        00008720
                                                                        00008730
       9000-END-SESSION.                                                00008740
           EXEC CICS SEND TEXT                                          00008750
               FROM('PAYQUOT SESSION ENDED')                            00008760
               ERASE                                                    00008770
           END-EXEC                                                     00008780
           EXEC CICS RETURN                                             00008790
           END-EXEC.                                                    00008800
                                                                        00008810
      *> ***************************************************************00008820
      *> HANDLE CONDITION TARGET IS A GO TO, NOT A PERFORM, SO THIS     00008830
      *> MUST BE ITS OWN SELF-CONTAINED PARAGRAPH WITH ITS OWN RETURN   00008840
      *> ***************************************************************00008850
       1900-HANDLE-MAPFAIL.                                             00008860
           PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT                 00008870
           PERFORM 8000-RETURN-TRANSID THRU 8000-EXIT.                  00008880
