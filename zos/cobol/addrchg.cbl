       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. ADDRCHG.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * CHANGE-OF-ADDRESS CONTROL.                              *       00000090
      * READS CUSTFILE IN KEY SEQUENCE AGAINST LAST NIGHT'S     *       00000100
      * ADDRESS REGISTER AND FINDS EVERY MAILING ADDRESS THAT   *       00000110
      * CHANGED SINCE - THROUGH TEST1CIC MODE U, CUSTMRG OR     *       00000120
      * ANY OTHER PATH.  EACH CHANGE SENDS A CONFIRMATION       *       00000130
      * LETTER TO BOTH THE OLD AND THE NEW ADDRESS, IS NOTED    *       00000140
      * ON THE CONTACT HISTORY AND THE AUDIT TRAIL, AND STAMPS  *       00000150
      * THE CHANGE DATE ON TONIGHT'S REGISTER GENERATION, WHICH *       00000160
      * STMTGEN READS TO HOLD THE CUSTOMER'S STATEMENTS THROUGH *       00000170
      * THE COOLING-OFF PERIOD.  A CUSTOMER NOT YET ON THE      *       00000180
      * REGISTER IS REGISTERED WITHOUT A LETTER.                *       00000190
      * ********************************************************        00000200
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
       FILE-CONTROL.                                                    00000230
           SELECT CUST-MASTER-FILE                                      00000240
           ASSIGN TO CUSTFILE                                           00000250
           ORGANIZATION IS INDEXED                                      00000260
           ACCESS MODE IS SEQUENTIAL                                    00000270
           RECORD KEY IS CUST-ID OF CUST-MASTER-RECORD                  00000280
           FILE STATUS IS FS-CUST-MASTER-FILE.                          00000290
           SELECT FILE-STATE-FILE                                       00000300
           ASSIGN TO FILESTAT                                           00000310
           ORGANIZATION IS SEQUENTIAL                                   00000320
           FILE STATUS IS FS-FILE-STATE-FILE.                           00000330
           SELECT ADDR-REG-IN-FILE                                      00000340
           ASSIGN TO ADDRREGI                                           00000350
           ORGANIZATION IS SEQUENTIAL                                   00000360
           FILE STATUS IS FS-ADDR-REG-IN-FILE.                          00000370
           SELECT ADDR-REG-OUT-FILE                                     00000380
           ASSIGN TO ADDRREGO                                           00000390
           ORGANIZATION IS SEQUENTIAL                                   00000400
           FILE STATUS IS FS-ADDR-REG-OUT-FILE.                         00000410
           SELECT ADDR-LETTER-FILE                                      00000420
           ASSIGN TO ADDRLTR                                            00000430
           ORGANIZATION IS SEQUENTIAL                                   00000440
           FILE STATUS IS FS-ADDR-LETTER-FILE.                          00000450
           SELECT CONTACT-HIST-FILE                                     00000460
           ASSIGN TO CONTHIST                                           00000470
           ORGANIZATION IS SEQUENTIAL                                   00000480
           FILE STATUS IS FS-CONTACT-HIST-FILE.                         00000490
           SELECT ADDR-RPT-FILE                                         00000500
           ASSIGN TO ADDRRPT                                            00000510
           ORGANIZATION IS SEQUENTIAL                                   00000520
           FILE STATUS IS FS-ADDR-RPT-FILE.                             00000530
           SELECT AUDIT-LOG-FILE                                        00000540
           ASSIGN TO AUDITLOG                                           00000550
           ORGANIZATION IS SEQUENTIAL                                   00000560
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000570
           SELECT PROC-DATE-FILE                                        00000580
           ASSIGN TO PROCDATE                                           00000590
           ORGANIZATION IS SEQUENTIAL                                   00000600
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000610
       DATA DIVISION.                                                   00000620
       FILE SECTION.                                                    00000630
       FD CUST-MASTER-FILE.                                             00000640
       COPY CUSTREC REPLACING ==CUST-RECORD== BY                        00000650
                              ==CUST-MASTER-RECORD==.                   00000660
                                                                        00000670
       FD FILE-STATE-FILE.                                              00000680
       COPY FILESTAT.                                                   00000690
                                                                        00000700
       FD ADDR-REG-IN-FILE.                                             00000710
       COPY ADDRREG.                                                    00000720
                                                                        00000730
       FD ADDR-REG-OUT-FILE.                                            00000740
       01 ADDR-REG-OUT-REC          PIC X(120).                         00000750
                                                                        00000760
      *> ***************************************************************00000770
      *> CONFIRMATION LETTER FOR THE PRINT SHOP.  UNLIKE THE DECISION   00000780
      *> LETTERS IT CARRIES ITS OWN ADDRESS: ONE CHANGE PRODUCES TWO    00000790
      *> LETTERS, ONE TO THE ADDRESS ON FILE BEFORE THE CHANGE AND ONE  00000800
      *> TO THE ADDRESS NOW ON FILE                                     00000810
      *> ***************************************************************00000820
       FD ADDR-LETTER-FILE.                                             00000830
       01 ADDR-LETTER-RECORD.                                           00000840
           05 ALT-DATE              PIC 9(08).                          00000850
           05 ALT-CUST-ID           PIC 9(09).                          00000860
           05 ALT-NAME              PIC X(41).                          00000870
           05 ALT-SEND-TO           PIC X(03).                          00000880
           05 ALT-ADDR-LINE1        PIC X(30).                          00000890
           05 ALT-ADDR-LINE2        PIC X(30).                          00000900
           05 ALT-CITY-ST-ZIP       PIC X(34).                          00000910
           05 ALT-CHANGE-DATE       PIC 9(08).                          00000920
           05 FILLER                PIC X(07).                          00000930
                                                                        00000940
       FD CONTACT-HIST-FILE.                                            00000950
       COPY CONTHIST.                                                   00000960
                                                                        00000970
       FD ADDR-RPT-FILE.                                                00000980
       01 ADDR-RPT-LINE             PIC X(133).                         00000990
                                                                        00001000
       FD AUDIT-LOG-FILE.                                               00001010
       COPY AUDITLOG.                                                   00001020
                                                                        00001030
       FD PROC-DATE-FILE.                                               00001040
       COPY PROCDREC.                                                   00001050
                                                                        00001060
       WORKING-STORAGE SECTION.                                         00001070
       COPY ADDRREG REPLACING ==ADDR-REG-RECORD== BY                    00001080
                              ==WS-ADDR-REG-OUT==.                      00001090
       01 FS-CUST-MASTER-FILE PIC XX.                                   00001100
       01 FS-FILE-STATE-FILE PIC XX.                                    00001110
       01 FS-ADDR-REG-IN-FILE PIC XX.                                   00001120
       01 FS-ADDR-REG-OUT-FILE PIC XX.                                  00001130
       01 FS-ADDR-LETTER-FILE PIC XX.                                   00001140
       01 FS-CONTACT-HIST-FILE PIC XX.                                  00001150
       01 FS-ADDR-RPT-FILE PIC XX.                                      00001160
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00001170
                                                                        00001180
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00001190
           88 WS-IO-ERROR VALUE 'Y'.                                    00001200
       01 WS-REG-PRESENT-SW PIC X(01) VALUE 'N'.                        00001210
           88 WS-REG-PRESENT VALUE 'Y'.                                 00001220
                                                                        00001230
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001240
                                                                        00001250
      *> ***************************************************************00001260
      *> MATCH KEYS.  END OF FILE ON EITHER SIDE PARKS ITS KEY AT THE   00001270
      *> TOP OF THE RANGE SO THE OTHER SIDE DRAINS THROUGH THE SAME     00001280
      *> COMPARISON                                                     00001290
      *> ***************************************************************00001300
       01 WS-CUST-KEY PIC 9(09) VALUE ZEROES.                           00001310
       01 WS-REG-KEY PIC 9(09) VALUE ZEROES.                            00001320
       01 WS-HIGH-KEY PIC 9(09) VALUE 999999999.                        00001330
                                                                        00001340
      *> ***************************************************************00001350
      *> TONIGHT'S ADDRESS IN THE REGISTER'S SHAPE, FOR THE COMPARISON, 00001360
      *> AND THE NAME AND CITY LINE THE LETTERS ARE ADDRESSED WITH      00001370
      *> ***************************************************************00001380
       01 WS-CURR-ADDRESS.                                              00001390
           05 WS-CURR-LINE1 PIC X(30).                                  00001400
           05 WS-CURR-LINE2 PIC X(30).                                  00001410
           05 WS-CURR-CITY PIC X(20).                                   00001420
           05 WS-CURR-STATE PIC X(02).                                  00001430
           05 WS-CURR-ZIP PIC X(10).                                    00001440
       01 WS-CUST-NAME PIC X(41) VALUE SPACES.                          00001450
       01 WS-CITY-ST-ZIP PIC X(34) VALUE SPACES.                        00001460
       01 WS-CONTACT-TYPE PIC X(12) VALUE SPACES.                       00001470
                                                                        00001480
       01 WS-CUST-READ PIC 9(07) VALUE ZEROES.                          00001490
       01 WS-REG-READ PIC 9(07) VALUE ZEROES.                           00001500
       01 WS-NEW-REGISTERED PIC 9(07) VALUE ZEROES.                     00001510
       01 WS-DROPPED PIC 9(07) VALUE ZEROES.                            00001520
       01 WS-UNCHANGED PIC 9(07) VALUE ZEROES.                          00001530
       01 WS-CHANGES PIC 9(07) VALUE ZEROES.                            00001540
       01 WS-LETTERS-WRITTEN PIC 9(07) VALUE ZEROES.                    00001550
       01 WS-LETTERS-SUPPRESSED PIC 9(07) VALUE ZEROES.                 00001560
       COPY ABENDCPY.                                                   00001570
       COPY FSTATWS.                                                    00001580
       COPY AUDITCHN.                                                   00001590
       COPY PROCDCPY.                                                   00001600
                                                                        00001610
       01 WS-HDR-LINE-1.                                                00001620
           05 FILLER PIC X(01) VALUE '1'.                               00001630
           05 FILLER PIC X(45)                                          00001640
              VALUE 'ADDRCHG - CHANGE-OF-ADDRESS CONTROL'.              00001650
           05 FILLER PIC X(10) VALUE 'RUN DATE '.                       00001660
           05 HDR-RUN-DATE PIC 9(08).                                   00001670
                                                                        00001680
       01 WS-HDR-LINE-2.                                                00001690
           05 FILLER PIC X(01) VALUE '0'.                               00001700
           05 FILLER PIC X(11) VALUE 'CUSTOMER'.                        00001710
           05 FILLER PIC X(32) VALUE 'NAME'.                            00001720
           05 FILLER PIC X(32) VALUE 'OLD ADDRESS'.                     00001730
           05 FILLER PIC X(32) VALUE 'NEW ADDRESS'.                     00001740
           05 FILLER PIC X(24) VALUE 'ACTION'.                          00001750
                                                                        00001760
       01 WS-DTL-LINE.                                                  00001770
           05 FILLER PIC X(01) VALUE SPACE.                             00001780
           05 DTL-CUST-ID PIC 9(09).                                    00001790
           05 FILLER PIC X(02) VALUE SPACES.                            00001800
           05 DTL-NAME PIC X(30).                                       00001810
           05 FILLER PIC X(02) VALUE SPACES.                            00001820
           05 DTL-OLD-LINE1 PIC X(30).                                  00001830
           05 FILLER PIC X(02) VALUE SPACES.                            00001840
           05 DTL-NEW-LINE1 PIC X(30).                                  00001850
           05 FILLER PIC X(02) VALUE SPACES.                            00001860
           05 DTL-ACTION PIC X(25).                                     00001870
                                                                        00001880
       01 WS-TOTAL-LINE.                                                00001890
           05 FILLER PIC X(01) VALUE SPACE.                             00001900
           05 TOT-LABEL PIC X(32).                                      00001910
           05 TOT-COUNT PIC Z(06)9.                                     00001920
                                                                        00001930
       PROCEDURE DIVISION.                                              00001940
       0000-MAIN.                                                       00001950
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001960
           PERFORM 2000-MATCH-ONE THRU 2000-EXIT                        00001970
              UNTIL WS-CUST-KEY = WS-HIGH-KEY                           00001980
              AND WS-REG-KEY = WS-HIGH-KEY                              00001990
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00002000
           IF WS-IO-ERROR                                               00002010
              MOVE 12 TO RETURN-CODE                                    00002020
           ELSE                                                         00002030
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00002040
           END-IF                                                       00002050
           GOBACK.                                                      00002060
                                                                        00002070
      *> ***************************************************************00002080
      *> CUSTFILE IS OPENED ONLY ONCE THE REGION HAS HANDED IT OVER -   00002090
      *> SEE FSTATCHK.  NO REGISTER GENERATION IS THE FIRST RUN: EVERY  00002100
      *> CUSTOMER IS REGISTERED AND NOBODY IS LETTERED                  00002110
      *> ***************************************************************00002120
       1000-INITIALIZE.                                                 00002130
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00002140
           IF WS-PROCESS-DATE > 0                                       00002150
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00002160
           ELSE                                                         00002170
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00002180
           END-IF                                                       00002190
           MOVE 'CUSTFILE' TO WS-FST-WANTED                             00002200
           PERFORM 8600-CHECK-FILE-OWNER THRU 8600-EXIT                 00002210
           OPEN INPUT CUST-MASTER-FILE                                  00002220
           EVALUATE FS-CUST-MASTER-FILE                                 00002230
             WHEN "00"                                                  00002240
               CONTINUE                                                 00002250
             WHEN "35"                                                  00002260
               MOVE "CUSTFILE NOT FOUND" TO WS-ABEND-MESSAGE            00002270
               GO TO 9999-ABEND                                         00002280
             WHEN OTHER                                                 00002290
               MOVE "OPEN FAILED ON CUSTFILE" TO WS-ABEND-MESSAGE       00002300
               GO TO 9999-ABEND                                         00002310
           END-EVALUATE                                                 00002320
           OPEN INPUT ADDR-REG-IN-FILE                                  00002330
           EVALUATE FS-ADDR-REG-IN-FILE                                 00002340
             WHEN "00"                                                  00002350
               SET WS-REG-PRESENT TO TRUE                               00002360
             WHEN "35"                                                  00002370
               DISPLAY "NO ADDRESS REGISTER, REGISTERING EVERY CUSTOMER"00002380
             WHEN OTHER                                                 00002390
               MOVE "OPEN FAILED ON ADDR-REG-IN-FILE" TO                00002400
                  WS-ABEND-MESSAGE                                      00002410
               GO TO 9999-ABEND                                         00002420
           END-EVALUATE                                                 00002430
           OPEN OUTPUT ADDR-REG-OUT-FILE                                00002440
           IF FS-ADDR-REG-OUT-FILE NOT = "00"                           00002450
              MOVE "OPEN FAILED ON ADDR-REG-OUT-FILE" TO                00002460
                 WS-ABEND-MESSAGE                                       00002470
              GO TO 9999-ABEND                                          00002480
           END-IF                                                       00002490
           OPEN OUTPUT ADDR-LETTER-FILE                                 00002500
           IF FS-ADDR-LETTER-FILE NOT = "00"                            00002510
              MOVE "OPEN FAILED ON ADDR-LETTER-FILE" TO                 00002520
                 WS-ABEND-MESSAGE                                       00002530
              GO TO 9999-ABEND                                          00002540
           END-IF                                                       00002550
           OPEN OUTPUT ADDR-RPT-FILE                                    00002560
           IF FS-ADDR-RPT-FILE NOT = "00"                               00002570
              MOVE "OPEN FAILED ON ADDR-RPT-FILE" TO WS-ABEND-MESSAGE   00002580
              GO TO 9999-ABEND                                          00002590
           END-IF                                                       00002600
      *> EVERY CONFIRMATION LETTER IS NOTED ON THE SHARED CONTACT       00002610
      *> HISTORY SO THE DESK CAN SEE WHAT WENT TO WHOM                  00002620
           OPEN EXTEND CONTACT-HIST-FILE                                00002630
           IF FS-CONTACT-HIST-FILE = "35"                               00002640
              OPEN OUTPUT CONTACT-HIST-FILE                             00002650
           END-IF                                                       00002660
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00002670
              MOVE "OPEN FAILED ON CONTACT-HIST-FILE" TO                00002680
                 WS-ABEND-MESSAGE                                       00002690
              GO TO 9999-ABEND                                          00002700
           END-IF                                                       00002710
           MOVE "ADDRCHG" TO ALOG-PROGRAM-ID                            00002720
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00002730
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00002740
           WRITE ADDR-RPT-LINE FROM WS-HDR-LINE-1                       00002750
           WRITE ADDR-RPT-LINE FROM WS-HDR-LINE-2                       00002760
           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT                    00002770
           PERFORM 2950-READ-REGISTER THRU 2950-EXIT.                   00002780
       1000-EXIT.                                                       00002790
           EXIT.                                                        00002800
                                                                        00002810
      *> ***************************************************************00002820
      *> ONE STEP OF THE MATCH.  A CUSTOMER NOT ON THE REGISTER IS NEW  00002830
      *> AND IS REGISTERED AS IT STANDS; A REGISTER ENTRY WITH NO       00002840
      *> CUSTOMER BEHIND IT (ERASED, MERGED AWAY) IS DROPPED; A         00002850
      *> MATCHED PAIR IS COMPARED ADDRESS FOR ADDRESS                   00002860
      *> ***************************************************************00002870
       2000-MATCH-ONE.                                                  00002880
           IF WS-CUST-KEY < WS-REG-KEY                                  00002890
              PERFORM 2100-REGISTER-NEW THRU 2100-EXIT                  00002900
              PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT                 00002910
              GO TO 2000-EXIT                                           00002920
           END-IF                                                       00002930
           IF WS-CUST-KEY > WS-REG-KEY                                  00002940
              ADD 1 TO WS-DROPPED                                       00002950
              PERFORM 2950-READ-REGISTER THRU 2950-EXIT                 00002960
              GO TO 2000-EXIT                                           00002970
           END-IF                                                       00002980
           PERFORM 2200-COMPARE-ADDRESS THRU 2200-EXIT                  00002990
           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT                    00003000
           PERFORM 2950-READ-REGISTER THRU 2950-EXIT.                   00003010
       2000-EXIT.                                                       00003020
           EXIT.                                                        00003030
                                                                        00003040
       2100-REGISTER-NEW.                                               00003050
           PERFORM 2150-BUILD-CURRENT THRU 2150-EXIT                    00003060
           MOVE SPACES TO WS-ADDR-REG-OUT                               00003070
           MOVE CUST-ID OF CUST-MASTER-RECORD TO                        00003080
              ARG-CUST-ID OF WS-ADDR-REG-OUT                            00003090
           MOVE WS-CURR-ADDRESS TO ARG-ADDRESS OF WS-ADDR-REG-OUT       00003100
           MOVE ZEROES TO ARG-LAST-CHG-DATE OF WS-ADDR-REG-OUT          00003110
           PERFORM 2800-WRITE-REGISTER THRU 2800-EXIT                   00003120
           ADD 1 TO WS-NEW-REGISTERED.                                  00003130
       2100-EXIT.                                                       00003140
           EXIT.                                                        00003150
                                                                        00003160
       2150-BUILD-CURRENT.                                              00003170
           MOVE CUST-ADDR-LINE1 OF CUST-MASTER-RECORD TO WS-CURR-LINE1  00003180
           MOVE CUST-ADDR-LINE2 OF CUST-MASTER-RECORD TO WS-CURR-LINE2  00003190
           MOVE CUST-CITY OF CUST-MASTER-RECORD TO WS-CURR-CITY         00003200
           MOVE CUST-STATE OF CUST-MASTER-RECORD TO WS-CURR-STATE       00003210
           MOVE CUST-ZIP OF CUST-MASTER-RECORD TO WS-CURR-ZIP.          00003220
       2150-EXIT.                                                       00003230
           EXIT.                                                        00003240
                                                                        00003250
      *> ***************************************************************00003260
      *> THE SAME CUSTOMER ON BOTH SIDES.  AN UNCHANGED ADDRESS CARRIES 00003270
      *> ITS LAST CHANGE DATE FORWARD SO THE COOLING-OFF CLOCK KEEPS    00003280
      *> RUNNING; A CHANGED ONE IS LETTERED AT BOTH ENDS AND RESTARTS   00003290
      *> THE CLOCK FROM TONIGHT                                         00003300
      *> ***************************************************************00003310
       2200-COMPARE-ADDRESS.                                            00003320
           PERFORM 2150-BUILD-CURRENT THRU 2150-EXIT                    00003330
           MOVE ADDR-REG-RECORD TO WS-ADDR-REG-OUT                      00003340
           IF WS-CURR-ADDRESS = ARG-ADDRESS OF ADDR-REG-RECORD          00003350
              ADD 1 TO WS-UNCHANGED                                     00003360
              PERFORM 2800-WRITE-REGISTER THRU 2800-EXIT                00003370
              GO TO 2200-EXIT                                           00003380
           END-IF                                                       00003390
           ADD 1 TO WS-CHANGES                                          00003400
           MOVE WS-CURR-ADDRESS TO ARG-ADDRESS OF WS-ADDR-REG-OUT       00003410
           MOVE WS-RUN-DATE TO ARG-LAST-CHG-DATE OF WS-ADDR-REG-OUT     00003420
           PERFORM 2800-WRITE-REGISTER THRU 2800-EXIT                   00003430
           MOVE SPACES TO WS-CUST-NAME                                  00003440
           STRING CUST-FIRST-NAME OF CUST-MASTER-RECORD                 00003450
                     DELIMITED BY '  '                                  00003460
                  ' ' DELIMITED BY SIZE                                 00003470
                  CUST-LAST-NAME OF CUST-MASTER-RECORD                  00003480
                     DELIMITED BY '  '                                  00003490
              INTO WS-CUST-NAME                                         00003500
           END-STRING                                                   00003510
           MOVE SPACES TO WS-DTL-LINE                                   00003520
           MOVE CUST-ID OF CUST-MASTER-RECORD TO DTL-CUST-ID            00003530
           MOVE WS-CUST-NAME TO DTL-NAME                                00003540
           MOVE ARG-ADDR-LINE1 OF ADDR-REG-RECORD TO DTL-OLD-LINE1      00003550
           MOVE WS-CURR-LINE1 TO DTL-NEW-LINE1                          00003560
      *> A SUPPRESSED CUSTOMER (DECEASED, DO-NOT-CONTACT, LEGAL HOLD)   00003570
      *> IS MAILED NOTHING; THE CHANGE STILL STARTS THE COOLING-OFF     00003580
      *> HOLD AND GOES TO THE REPORT FOR THE DESK                       00003590
           IF CUST-SUPPRESSED OF CUST-MASTER-RECORD                     00003600
              ADD 1 TO WS-LETTERS-SUPPRESSED                            00003610
              MOVE 'SUPPRESSED - NOT MAILED' TO DTL-ACTION              00003620
           ELSE                                                         00003630
              MOVE 'LETTERED OLD AND NEW' TO DTL-ACTION                 00003640
      *> A CUSTOMER WHO HAD NO ADDRESS BEFORE HAS NOTHING TO WARN       00003650
              IF ARG-ADDRESS OF ADDR-REG-RECORD = SPACES                00003660
                 MOVE 'LETTERED NEW ONLY' TO DTL-ACTION                 00003670
              ELSE                                                      00003680
                 MOVE 'OLD' TO ALT-SEND-TO                              00003690
                 MOVE ARG-ADDR-LINE1 OF ADDR-REG-RECORD TO              00003700
                    ALT-ADDR-LINE1                                      00003710
                 MOVE ARG-ADDR-LINE2 OF ADDR-REG-RECORD TO              00003720
                    ALT-ADDR-LINE2                                      00003730
                 MOVE SPACES TO WS-CITY-ST-ZIP                          00003740
                 STRING ARG-CITY OF ADDR-REG-RECORD DELIMITED BY '  '   00003750
                    ' ' DELIMITED BY SIZE                               00003760
                    ARG-STATE OF ADDR-REG-RECORD DELIMITED BY SIZE      00003770
                    ' ' DELIMITED BY SIZE                               00003780
                    ARG-ZIP OF ADDR-REG-RECORD DELIMITED BY SIZE        00003790
                    INTO WS-CITY-ST-ZIP                                 00003800
                 END-STRING                                             00003810
                 MOVE 'ADDR CHG OLD' TO WS-CONTACT-TYPE                 00003820
                 PERFORM 2300-WRITE-LETTER THRU 2300-EXIT               00003830
              END-IF                                                    00003840
              MOVE 'NEW' TO ALT-SEND-TO                                 00003850
              MOVE WS-CURR-LINE1 TO ALT-ADDR-LINE1                      00003860
              MOVE WS-CURR-LINE2 TO ALT-ADDR-LINE2                      00003870
              MOVE SPACES TO WS-CITY-ST-ZIP                             00003880
              STRING WS-CURR-CITY DELIMITED BY '  '                     00003890
                 ' ' DELIMITED BY SIZE                                  00003900
                 WS-CURR-STATE DELIMITED BY SIZE                        00003910
                 ' ' DELIMITED BY SIZE                                  00003920
                 WS-CURR-ZIP DELIMITED BY SIZE                          00003930
                 INTO WS-CITY-ST-ZIP                                    00003940
              END-STRING                                                00003950
              MOVE 'ADDR CHG NEW' TO WS-CONTACT-TYPE                    00003960
              PERFORM 2300-WRITE-LETTER THRU 2300-EXIT                  00003970
           END-IF                                                       00003980
           WRITE ADDR-RPT-LINE FROM WS-DTL-LINE                         00003990
           MOVE "ADDR CHANGE " TO ALOG-ACTION                           00004000
           MOVE SPACES TO ALOG-DETAIL                                   00004010
           STRING "CUST " CUST-ID OF CUST-MASTER-RECORD                 00004020
              " MAILING ADDRESS CHANGED"                                00004030
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00004040
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00004050
       2200-EXIT.                                                       00004060
           EXIT.                                                        00004070
                                                                        00004080
      *> ***************************************************************00004090
      *> ONE CONFIRMATION LETTER, TO THE ADDRESS ALREADY MOVED IN, AND  00004100
      *> ITS CONTACT-HISTORY ENTRY                                      00004110
      *> ***************************************************************00004120
       2300-WRITE-LETTER.                                               00004130
           MOVE WS-RUN-DATE TO ALT-DATE                                 00004140
           MOVE CUST-ID OF CUST-MASTER-RECORD TO ALT-CUST-ID            00004150
           MOVE WS-CUST-NAME TO ALT-NAME                                00004160
           MOVE WS-CITY-ST-ZIP TO ALT-CITY-ST-ZIP                       00004170
           MOVE WS-RUN-DATE TO ALT-CHANGE-DATE                          00004180
           WRITE ADDR-LETTER-RECORD                                     00004190
           IF FS-ADDR-LETTER-FILE NOT = "00"                            00004200
              DISPLAY "WRITE FAILED, ADDR-LETTER-FILE STATUS: "         00004210
                FS-ADDR-LETTER-FILE                                     00004220
              SET WS-IO-ERROR TO TRUE                                   00004230
              GO TO 2300-EXIT                                           00004240
           END-IF                                                       00004250
           ADD 1 TO WS-LETTERS-WRITTEN                                  00004260
           MOVE CUST-ID OF CUST-MASTER-RECORD TO CNT-CUST-ID            00004270
           MOVE WS-CONTACT-TYPE TO CNT-CONTACT-TYPE                     00004280
           MOVE SPACES TO CNT-REFERENCE                                 00004290
           STRING 'ADDR CHANGED ' WS-RUN-DATE                           00004300
              DELIMITED BY SIZE INTO CNT-REFERENCE                      00004310
           MOVE WS-RUN-DATE TO CNT-DATE                                 00004320
           WRITE CONTACT-HIST-RECORD                                    00004330
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00004340
              DISPLAY "WRITE FAILED, CONTACT-HIST STATUS: "             00004350
                FS-CONTACT-HIST-FILE                                    00004360
           END-IF.                                                      00004370
       2300-EXIT.                                                       00004380
           EXIT.                                                        00004390
                                                                        00004400
       2800-WRITE-REGISTER.                                             00004410
           WRITE ADDR-REG-OUT-REC FROM WS-ADDR-REG-OUT                  00004420
           IF FS-ADDR-REG-OUT-FILE NOT = "00"                           00004430
              DISPLAY "WRITE FAILED, ADDR-REG-OUT-FILE STATUS: "        00004440
                FS-ADDR-REG-OUT-FILE                                    00004450
              SET WS-IO-ERROR TO TRUE                                   00004460
           END-IF.                                                      00004470
       2800-EXIT.                                                       00004480
           EXIT.                                                        00004490
                                                                        00004500
       2900-READ-CUSTOMER.                                              00004510
           READ CUST-MASTER-FILE                                        00004520
           EVALUATE FS-CUST-MASTER-FILE                                 00004530
             WHEN "00"                                                  00004540
               ADD 1 TO WS-CUST-READ                                    00004550
               MOVE CUST-ID OF CUST-MASTER-RECORD TO WS-CUST-KEY        00004560
             WHEN "10"                                                  00004570
               MOVE WS-HIGH-KEY TO WS-CUST-KEY                          00004580
             WHEN OTHER                                                 00004590
               DISPLAY "READ FAILED, CUSTFILE STATUS: "                 00004600
                 FS-CUST-MASTER-FILE                                    00004610
               SET WS-IO-ERROR TO TRUE                                  00004620
               MOVE WS-HIGH-KEY TO WS-CUST-KEY                          00004630
           END-EVALUATE.                                                00004640
       2900-EXIT.                                                       00004650
           EXIT.                                                        00004660
                                                                        00004670
       2950-READ-REGISTER.                                              00004680
           IF NOT WS-REG-PRESENT                                        00004690
              MOVE WS-HIGH-KEY TO WS-REG-KEY                            00004700
              GO TO 2950-EXIT                                           00004710
           END-IF                                                       00004720
           READ ADDR-REG-IN-FILE                                        00004730
           EVALUATE FS-ADDR-REG-IN-FILE                                 00004740
             WHEN "00"                                                  00004750
               ADD 1 TO WS-REG-READ                                     00004760
               MOVE ARG-CUST-ID OF ADDR-REG-RECORD TO WS-REG-KEY        00004770
             WHEN "10"                                                  00004780
               MOVE WS-HIGH-KEY TO WS-REG-KEY                           00004790
             WHEN OTHER                                                 00004800
               MOVE "READ FAILED ON ADDR-REG-IN-FILE" TO                00004810
                  WS-ABEND-MESSAGE                                      00004820
               GO TO 9999-ABEND                                         00004830
           END-EVALUATE.                                                00004840
       2950-EXIT.                                                       00004850
           EXIT.                                                        00004860
                                                                        00004870
       9000-TERMINATE.                                                  00004880
           MOVE SPACES TO ADDR-RPT-LINE                                 00004890
           WRITE ADDR-RPT-LINE                                          00004900
           MOVE 'CUSTOMERS READ' TO TOT-LABEL                           00004910
           MOVE WS-CUST-READ TO TOT-COUNT                               00004920
           WRITE ADDR-RPT-LINE FROM WS-TOTAL-LINE                       00004930
           MOVE 'ADDRESS CHANGES' TO TOT-LABEL                          00004940
           MOVE WS-CHANGES TO TOT-COUNT                                 00004950
           WRITE ADDR-RPT-LINE FROM WS-TOTAL-LINE                       00004960
           MOVE 'CONFIRMATION LETTERS' TO TOT-LABEL                     00004970
           MOVE WS-LETTERS-WRITTEN TO TOT-COUNT                         00004980
           WRITE ADDR-RPT-LINE FROM WS-TOTAL-LINE                       00004990
           MOVE 'CHANGES NOT MAILED (SUPPRESSED)' TO TOT-LABEL          00005000
           MOVE WS-LETTERS-SUPPRESSED TO TOT-COUNT                      00005010
           WRITE ADDR-RPT-LINE FROM WS-TOTAL-LINE                       00005020
           MOVE 'NEW CUSTOMERS REGISTERED' TO TOT-LABEL                 00005030
           MOVE WS-NEW-REGISTERED TO TOT-COUNT                          00005040
           WRITE ADDR-RPT-LINE FROM WS-TOTAL-LINE                       00005050
           MOVE 'REGISTER ENTRIES DROPPED' TO TOT-LABEL                 00005060
           MOVE WS-DROPPED TO TOT-COUNT                                 00005070
           WRITE ADDR-RPT-LINE FROM WS-TOTAL-LINE                       00005080
           DISPLAY "===== ADDRCHG RUN SUMMARY ====="                    00005090
           DISPLAY "CUSTOMERS READ     : " WS-CUST-READ                 00005100
           DISPLAY "REGISTER READ      : " WS-REG-READ                  00005110
           DISPLAY "UNCHANGED          : " WS-UNCHANGED                 00005120
           DISPLAY "ADDRESS CHANGES    : " WS-CHANGES                   00005130
           DISPLAY "LETTERS WRITTEN    : " WS-LETTERS-WRITTEN           00005140
           DISPLAY "NOT MAILED (SUPPR) : " WS-LETTERS-SUPPRESSED        00005150
           DISPLAY "NEW REGISTERED     : " WS-NEW-REGISTERED            00005160
           DISPLAY "DROPPED            : " WS-DROPPED                   00005170
           MOVE "ADDRCHG RUN " TO ALOG-ACTION                           00005180
           MOVE SPACES TO ALOG-DETAIL                                   00005190
           STRING "CHANGES " WS-CHANGES " LETTERS " WS-LETTERS-WRITTEN  00005200
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00005210
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT                  00005220
           CLOSE CUST-MASTER-FILE                                       00005230
           IF WS-REG-PRESENT                                            00005240
              CLOSE ADDR-REG-IN-FILE                                    00005250
           END-IF                                                       00005260
           CLOSE ADDR-REG-OUT-FILE                                      00005270
           CLOSE ADDR-LETTER-FILE                                       00005280
           CLOSE ADDR-RPT-FILE                                          00005290
           CLOSE CONTACT-HIST-FILE                                      00005300
           CLOSE AUDIT-LOG-FILE.                                        00005310
       9000-EXIT.                                                       00005320
           EXIT.                                                        00005330
                                                                        00005340
       COPY PROCDPAR.                                                   00005350
       COPY FSTATCHK.                                                   00005360
       COPY AUDITOPN.                                                   00005370
       COPY AUDITWRT.                                                   00005380
       COPY AUDITCHP.                                                   00005390
       COPY ABENDPAR.                                                   00005400
