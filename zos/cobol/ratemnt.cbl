       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. RATEMNT.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * RATE-INDEX AND VARIABLE-RATE TERMS MAINTENANCE.          *      00000090
      * APPLIES THE DESK'S CARDS IN THE MYFMAINT PATTERN.  THE   *      00000100
      * FIRST COLUMN SAYS WHICH FILE THE CARD IS FOR:            *      00000110
      *   'I' - A PUBLISHED INDEX RATE ON THE RATEIDX KSDS.      *      00000120
      *         A ADDS THE RATE FOR AN INDEX AND EFFECTIVE DATE, *      00000130
      *         C CORRECTS IT, X REMOVES IT.  ONLY A RATE NOT    *      00000140
      *         YET IN FORCE MAY BE CORRECTED OR REMOVED - ONE   *      00000150
      *         ALREADY IN FORCE MAY HAVE PRICED A RESET.        *      00000160
      *   'T' - A CONTRACT'S VARIABLE-RATE TERMS ON THE CONVRT   *      00000170
      *         KSDS.  A LINKS AN OPEN CONTRACT TO AN INDEX WITH *      00000180
      *         ITS MARGIN, FLOOR, CAP, RESET FREQUENCY AND      *      00000190
      *         FIRST RESET DATE, AND FLAGS THE CONTRACT         *      00000200
      *         VARIABLE.  C REPLACES THE TERMS (A ZERO RESET    *      00000210
      *         DATE KEEPS THE ONE ON FILE).  X ENDS THEM AND    *      00000220
      *         THE CONTRACT RUNS ON AT ITS LAST RATE, FIXED.    *      00000230
      * THE CONTRACT RATE ITSELF IS ONLY EVER MOVED BY THE       *      00000240
      * CONREPR RUN ON A RESET DATE.  REJECTED CARDS CARRY       *      00000250
      * V-SERIES REASON CODES, AND THE RUN ENDS WITH THE SAME    *      00000260
      * CONTROL-TOTAL SUMMARY THE OTHER MAINTENANCE RUNS WRITE.  *      00000270
      * ********************************************************        00000280
       ENVIRONMENT DIVISION.                                            00000290
       INPUT-OUTPUT SECTION.                                            00000300
       FILE-CONTROL.                                                    00000310
           SELECT RATE-INDEX-FILE                                       00000320
           ASSIGN TO RATEIDX                                            00000330
           ORGANIZATION IS INDEXED                                      00000340
           ACCESS MODE IS DYNAMIC                                       00000350
           RECORD KEY IS RIX-KEY                                        00000360
           FILE STATUS IS FS-RATE-INDEX-FILE.                           00000370
           SELECT VRATE-FILE                                            00000380
           ASSIGN TO CONVRT                                             00000390
           ORGANIZATION IS INDEXED                                      00000400
           ACCESS MODE IS RANDOM                                        00000410
           RECORD KEY IS CVR-TRAN-ID                                    00000420
           FILE STATUS IS FS-VRATE-FILE.                                00000430
           SELECT CONTRACT-FILE                                         00000440
           ASSIGN TO CONTRACT                                           00000450
           ORGANIZATION IS INDEXED                                      00000460
           ACCESS MODE IS RANDOM                                        00000470
           RECORD KEY IS CON-TRAN-ID                                    00000480
           FILE STATUS IS FS-CONTRACT-FILE.                             00000490
           SELECT MAINT-TRAN-FILE                                       00000500
           ASSIGN TO RMTIN                                              00000510
           ORGANIZATION IS SEQUENTIAL                                   00000520
           FILE STATUS IS FS-MAINT-TRAN-FILE.                           00000530
           SELECT MAINT-REJ-FILE                                        00000540
           ASSIGN TO RMTREJ                                             00000550
           ORGANIZATION IS SEQUENTIAL                                   00000560
           FILE STATUS IS FS-MAINT-REJ-FILE.                            00000570
           SELECT MAINT-SUM-FILE                                        00000580
           ASSIGN TO RMTSUM                                             00000590
           ORGANIZATION IS SEQUENTIAL                                   00000600
           FILE STATUS IS FS-MAINT-SUM-FILE.                            00000610
           SELECT AUDIT-LOG-FILE                                        00000620
           ASSIGN TO AUDITLOG                                           00000630
           ORGANIZATION IS SEQUENTIAL                                   00000640
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000650
           SELECT REASON-CODE-FILE                                      00000660
           ASSIGN TO RSNCODES                                           00000670
           ORGANIZATION IS SEQUENTIAL                                   00000680
           FILE STATUS IS FS-REASON-CODE-FILE.                          00000690
           SELECT PROC-DATE-FILE                                        00000700
           ASSIGN TO PROCDATE                                           00000710
           ORGANIZATION IS SEQUENTIAL                                   00000720
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000730
       DATA DIVISION.                                                   00000740
       FILE SECTION.                                                    00000750
       FD RATE-INDEX-FILE.                                              00000760
       COPY RATEIDX.                                                    00000770
                                                                        00000780
       FD VRATE-FILE.                                                   00000790
       COPY CONVRT.                                                     00000800
                                                                        00000810
       FD CONTRACT-FILE.                                                00000820
       COPY CONTRACT.                                                   00000830
                                                                        00000840
      *> ***************************************************************00000850
      *> RATE MAINTENANCE CARD.  DATES ARE CCYYMMDD; RATES ARE ANNUAL   00000860
      *> DECIMAL FRACTIONS WITH FOUR IMPLIED DECIMALS (0.0825 IS KEYED  00000870
      *> 00825); THE MARGIN CARRIES ITS SIGN, + OR -, IN FRONT          00000880
      *> ***************************************************************00000890
       FD MAINT-TRAN-FILE.                                              00000900
       01 MAINT-TRAN-REC.                                               00000910
           05 RMT-REC-TYPE          PIC X(01).                          00000920
               88 RMT-INDEX-RATE     VALUE 'I'.                         00000930
               88 RMT-CONTRACT-TERMS VALUE 'T'.                         00000940
           05 RMT-ACTION-CD         PIC X(01).                          00000950
               88 RMT-ACTION-ADD     VALUE 'A'.                         00000960
               88 RMT-ACTION-CHANGE  VALUE 'C'.                         00000970
               88 RMT-ACTION-REMOVE  VALUE 'X'.                         00000980
           05 RMT-DATA              PIC X(78).                          00000990
           05 RMT-INDEX-DATA REDEFINES RMT-DATA.                        00001000
               10 RMT-IX-INDEX-CD   PIC X(04).                          00001010
               10 RMT-IX-EFF-DATE   PIC 9(08).                          00001020
               10 RMT-IX-RATE       PIC 9V9999.                         00001030
               10 RMT-IX-DESC       PIC X(30).                          00001040
               10 FILLER            PIC X(31).                          00001050
           05 RMT-TERMS-DATA REDEFINES RMT-DATA.                        00001060
               10 RMT-TM-TRAN-ID    PIC 9(09).                          00001070
               10 RMT-TM-INDEX-CD   PIC X(04).                          00001080
               10 RMT-TM-MARGIN     PIC S9V9999                         00001090
                                    SIGN LEADING SEPARATE.              00001100
               10 RMT-TM-FLOOR      PIC 9V9999.                         00001110
               10 RMT-TM-CAP        PIC 9V9999.                         00001120
               10 RMT-TM-RESET-MONTHS PIC 9(03).                        00001130
               10 RMT-TM-NEXT-RESET PIC 9(08).                          00001140
               10 FILLER            PIC X(38).                          00001150
                                                                        00001160
       FD MAINT-REJ-FILE.                                               00001170
       01 MAINT-REJ-REC.                                                00001180
           05 RMTREJ-ORIG-TRAN      PIC X(80).                          00001190
           05 RMTREJ-REASON-CD      PIC X(04).                          00001200
           05 RMTREJ-REASON-TXT     PIC X(40).                          00001210
                                                                        00001220
       FD MAINT-SUM-FILE.                                               00001230
       01 MAINT-SUM-REC.                                                00001240
           05 RMTSUM-TRANS-READ     PIC 9(09).                          00001250
           05 RMTSUM-TRANS-REJECTED PIC 9(09).                          00001260
           05 RMTSUM-TRANS-APPLIED  PIC 9(09).                          00001270
                                                                        00001280
       FD AUDIT-LOG-FILE.                                               00001290
       COPY AUDITLOG.                                                   00001300
                                                                        00001310
       FD REASON-CODE-FILE.                                             00001320
       COPY RSNCODE.                                                    00001330
                                                                        00001340
       FD PROC-DATE-FILE.                                               00001350
       COPY PROCDREC.                                                   00001360
                                                                        00001370
       WORKING-STORAGE SECTION.                                         00001380
       01 FS-RATE-INDEX-FILE PIC XX.                                    00001390
       01 FS-VRATE-FILE PIC XX.                                         00001400
       01 FS-CONTRACT-FILE PIC XX.                                      00001410
       01 FS-MAINT-TRAN-FILE PIC XX.                                    00001420
       01 FS-MAINT-REJ-FILE PIC XX.                                     00001430
       01 FS-MAINT-SUM-FILE PIC XX.                                     00001440
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00001450
       01 WS-TRANS-READ PIC 9(09) VALUE ZEROES.                         00001460
       01 WS-TRANS-REJECTED PIC 9(09) VALUE ZEROES.                     00001470
       01 WS-TRANS-APPLIED PIC 9(09) VALUE ZEROES.                      00001480
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001490
           88 WS-EOF VALUE 'Y'.                                         00001500
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00001510
           88 WS-IO-ERROR VALUE 'Y'.                                    00001520
       01 WS-VALID-SW PIC X(01) VALUE 'Y'.                              00001530
           88 WS-TRAN-VALID VALUE 'Y'.                                  00001540
       01 WS-CVR-ON-FILE-SW PIC X(01) VALUE 'N'.                        00001550
           88 WS-CVR-ON-FILE VALUE 'Y'.                                 00001560
       01 WS-REASON-CD PIC X(04) VALUE SPACES.                          00001570
       01 WS-REASON-TXT PIC X(40) VALUE SPACES.                         00001580
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001590
       01 WS-NEW-NEXT-RESET PIC 9(08) VALUE ZEROES.                     00001600
       01 WS-CHECK-DATE PIC 9(08) VALUE ZEROES.                         00001610
       01 WS-CHECK-DATE-GROUP REDEFINES WS-CHECK-DATE.                  00001620
           05 WS-CHECK-YYYY PIC 9(04).                                  00001630
           05 WS-CHECK-MM PIC 9(02).                                    00001640
           05 WS-CHECK-DD PIC 9(02).                                    00001650
       01 WS-CHECK-INDEX-CD PIC X(04) VALUE SPACES.                     00001660
       01 WS-CAL-FUNCTION PIC X(01) VALUE SPACE.                        00001670
       01 WS-CAL-DATE PIC 9(08) VALUE ZEROES.                           00001680
       01 WS-CAL-RESULT PIC X(01) VALUE SPACE.                          00001690
       01 WS-EDIT-RATE PIC 9.9999.                                      00001700
       01 WS-EDIT-MARGIN PIC +9.9999.                                   00001710
       COPY ABENDCPY.                                                   00001720
       01 FS-REASON-CODE-FILE PIC XX.                                   00001730
       COPY RSNTBL.                                                     00001740
       COPY AUDITCHN.                                                   00001750
       COPY PROCDCPY.                                                   00001760
                                                                        00001770
       PROCEDURE DIVISION.                                              00001780
       0000-MAIN.                                                       00001790
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001800
           PERFORM 2000-PROCESS-FILE THRU 2000-EXIT                     00001810
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001820
           IF WS-IO-ERROR                                               00001830
              MOVE 12 TO RETURN-CODE                                    00001840
           END-IF                                                       00001850
           GOBACK.                                                      00001860
                                                                        00001870
      *> ***************************************************************00001880
      *> RUN DATE, REASON TEXT, THE INDEX AND TERMS FILES AND THE       00001890
      *> CONTRACT MASTER FOR UPDATE, THEN THE CARD AND REPORT FILES     00001900
      *> ***************************************************************00001910
       1000-INITIALIZE.                                                 00001920
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00001930
           IF WS-PROCESS-DATE > 0                                       00001940
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00001950
           ELSE                                                         00001960
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00001970
           END-IF                                                       00001980
           PERFORM 8400-LOAD-REASON-CODES THRU 8400-EXIT                00001990
           OPEN I-O RATE-INDEX-FILE                                     00002000
           EVALUATE FS-RATE-INDEX-FILE                                  00002010
             WHEN "00"                                                  00002020
               CONTINUE                                                 00002030
             WHEN "35"                                                  00002040
               MOVE "RATE INDEX FILE NOT FOUND" TO WS-ABEND-MESSAGE     00002050
               GO TO 9999-ABEND                                         00002060
             WHEN OTHER                                                 00002070
               MOVE "OPEN FAILED ON RATE-INDEX-FILE" TO                 00002080
                  WS-ABEND-MESSAGE                                      00002090
               GO TO 9999-ABEND                                         00002100
           END-EVALUATE                                                 00002110
           OPEN I-O VRATE-FILE                                          00002120
           EVALUATE FS-VRATE-FILE                                       00002130
             WHEN "00"                                                  00002140
               CONTINUE                                                 00002150
             WHEN "35"                                                  00002160
               MOVE "VARIABLE-RATE TERMS FILE NOT FOUND" TO             00002170
                  WS-ABEND-MESSAGE                                      00002180
               GO TO 9999-ABEND                                         00002190
             WHEN OTHER                                                 00002200
               MOVE "OPEN FAILED ON VRATE-FILE" TO WS-ABEND-MESSAGE     00002210
               GO TO 9999-ABEND                                         00002220
           END-EVALUATE                                                 00002230
           OPEN I-O CONTRACT-FILE                                       00002240
           EVALUATE FS-CONTRACT-FILE                                    00002250
             WHEN "00"                                                  00002260
               CONTINUE                                                 00002270
             WHEN "35"                                                  00002280
               MOVE "CONTRACT MASTER NOT FOUND" TO WS-ABEND-MESSAGE     00002290
               GO TO 9999-ABEND                                         00002300
             WHEN OTHER                                                 00002310
               MOVE "OPEN FAILED ON CONTRACT-FILE" TO WS-ABEND-MESSAGE  00002320
               GO TO 9999-ABEND                                         00002330
           END-EVALUATE                                                 00002340
           OPEN INPUT MAINT-TRAN-FILE                                   00002350
           IF FS-MAINT-TRAN-FILE NOT = "00"                             00002360
              MOVE "OPEN FAILED ON MAINT-TRAN-FILE" TO WS-ABEND-MESSAGE 00002370
              GO TO 9999-ABEND                                          00002380
           END-IF                                                       00002390
           OPEN OUTPUT MAINT-REJ-FILE                                   00002400
           IF FS-MAINT-REJ-FILE NOT = "00"                              00002410
              MOVE "OPEN FAILED ON MAINT-REJ-FILE" TO WS-ABEND-MESSAGE  00002420
              GO TO 9999-ABEND                                          00002430
           END-IF                                                       00002440
           OPEN OUTPUT MAINT-SUM-FILE                                   00002450
           IF FS-MAINT-SUM-FILE NOT = "00"                              00002460
              MOVE "OPEN FAILED ON MAINT-SUM-FILE" TO WS-ABEND-MESSAGE  00002470
              GO TO 9999-ABEND                                          00002480
           END-IF                                                       00002490
           MOVE "RATEMNT" TO ALOG-PROGRAM-ID                            00002500
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00002510
           PERFORM 2900-READ-MAINT-TRAN THRU 2900-EXIT.                 00002520
       1000-EXIT.                                                       00002530
           EXIT.                                                        00002540
                                                                        00002550
       2000-PROCESS-FILE.                                               00002560
           PERFORM UNTIL WS-EOF                                         00002570
             PERFORM 2100-APPLY-TRAN THRU 2100-EXIT                     00002580
             PERFORM 2900-READ-MAINT-TRAN THRU 2900-EXIT                00002590
           END-PERFORM.                                                 00002600
       2000-EXIT.                                                       00002610
           EXIT.                                                        00002620
                                                                        00002630
      *> ***************************************************************00002640
      *> EDIT ONE CARD AND APPLY IT                                     00002650
      *> ***************************************************************00002660
       2100-APPLY-TRAN.                                                 00002670
           SET WS-TRAN-VALID TO TRUE                                    00002680
           MOVE SPACES TO WS-REASON-CD                                  00002690
           MOVE SPACES TO WS-REASON-TXT                                 00002700
                                                                        00002710
           IF NOT RMT-ACTION-ADD AND NOT RMT-ACTION-CHANGE              00002720
              AND NOT RMT-ACTION-REMOVE                                 00002730
              MOVE 'N' TO WS-VALID-SW                                   00002740
              MOVE "V002" TO WS-REASON-CD                               00002750
              MOVE "ACTION CODE NOT A, C OR X" TO WS-REASON-TXT         00002760
           ELSE                                                         00002770
              EVALUATE TRUE                                             00002780
                WHEN RMT-INDEX-RATE AND RMT-ACTION-ADD                  00002790
                  PERFORM 2200-ADD-INDEX-RATE THRU 2200-EXIT            00002800
                WHEN RMT-INDEX-RATE AND RMT-ACTION-CHANGE               00002810
                  PERFORM 2250-CHANGE-INDEX-RATE THRU 2250-EXIT         00002820
                WHEN RMT-INDEX-RATE                                     00002830
                  PERFORM 2280-REMOVE-INDEX-RATE THRU 2280-EXIT         00002840
                WHEN RMT-CONTRACT-TERMS AND RMT-ACTION-ADD              00002850
                  PERFORM 2300-ADD-TERMS THRU 2300-EXIT                 00002860
                WHEN RMT-CONTRACT-TERMS AND RMT-ACTION-CHANGE           00002870
                  PERFORM 2350-CHANGE-TERMS THRU 2350-EXIT              00002880
                WHEN RMT-CONTRACT-TERMS                                 00002890
                  PERFORM 2400-END-TERMS THRU 2400-EXIT                 00002900
                WHEN OTHER                                              00002910
                  MOVE 'N' TO WS-VALID-SW                               00002920
                  MOVE "V001" TO WS-REASON-CD                           00002930
                  MOVE "RECORD TYPE NOT I OR T" TO WS-REASON-TXT        00002940
              END-EVALUATE                                              00002950
           END-IF                                                       00002960
                                                                        00002970
           IF WS-TRAN-VALID                                             00002980
              ADD 1 TO WS-TRANS-APPLIED                                 00002990
              PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT               00003000
           ELSE                                                         00003010
              PERFORM 2500-WRITE-REJECT THRU 2500-EXIT                  00003020
           END-IF.                                                      00003030
       2100-EXIT.                                                       00003040
           EXIT.                                                        00003050
                                                                        00003060
      *> ***************************************************************00003070
      *> INDEX ADD.  A PAST EFFECTIVE DATE IS ALLOWED SO AN INDEX'S     00003080
      *> HISTORY CAN BE LOADED WHEN IT IS FIRST SET UP                  00003090
      *> ***************************************************************00003100
       2200-ADD-INDEX-RATE.                                             00003110
           PERFORM 2600-EDIT-INDEX-KEY THRU 2600-EXIT                   00003120
           IF NOT WS-TRAN-VALID                                         00003130
              GO TO 2200-EXIT                                           00003140
           END-IF                                                       00003150
           IF RMT-IX-RATE NOT NUMERIC                                   00003160
              MOVE 'N' TO WS-VALID-SW                                   00003170
              MOVE "V005" TO WS-REASON-CD                               00003180
              MOVE "INDEX RATE NOT NUMERIC" TO WS-REASON-TXT            00003190
              GO TO 2200-EXIT                                           00003200
           END-IF                                                       00003210
           MOVE SPACES TO RATE-INDEX-RECORD                             00003220
           MOVE RMT-IX-INDEX-CD TO RIX-INDEX-CD                         00003230
           MOVE RMT-IX-EFF-DATE TO RIX-EFF-DATE                         00003240
           MOVE RMT-IX-RATE TO RIX-RATE                                 00003250
           MOVE RMT-IX-DESC TO RIX-DESC                                 00003260
           MOVE WS-RUN-DATE TO RIX-SETUP-DATE                           00003270
           WRITE RATE-INDEX-RECORD                                      00003280
           EVALUATE FS-RATE-INDEX-FILE                                  00003290
             WHEN "00"                                                  00003300
               CONTINUE                                                 00003310
             WHEN "22"                                                  00003320
               MOVE 'N' TO WS-VALID-SW                                  00003330
               MOVE "V006" TO WS-REASON-CD                              00003340
               MOVE "INDEX RATE ALREADY ON FILE FOR DATE" TO            00003350
                  WS-REASON-TXT                                         00003360
               GO TO 2200-EXIT                                          00003370
             WHEN OTHER                                                 00003380
               PERFORM 2800-FILE-IO-ERROR THRU 2800-EXIT                00003390
               GO TO 2200-EXIT                                          00003400
           END-EVALUATE                                                 00003410
           MOVE RIX-RATE TO WS-EDIT-RATE                                00003420
           MOVE "IDX ADDED   " TO ALOG-ACTION                           00003430
           MOVE SPACES TO ALOG-DETAIL                                   00003440
           STRING "INDEX " RIX-INDEX-CD " EFF " RIX-EFF-DATE            00003450
              " RATE " WS-EDIT-RATE                                     00003460
              DELIMITED BY SIZE INTO ALOG-DETAIL.                       00003470
       2200-EXIT.                                                       00003480
           EXIT.                                                        00003490
                                                                        00003500
       2250-CHANGE-INDEX-RATE.                                          00003510
           PERFORM 2650-READ-INDEX-RATE THRU 2650-EXIT                  00003520
           IF NOT WS-TRAN-VALID                                         00003530
              GO TO 2250-EXIT                                           00003540
           END-IF                                                       00003550
           IF RMT-IX-RATE NOT NUMERIC                                   00003560
              MOVE 'N' TO WS-VALID-SW                                   00003570
              MOVE "V005" TO WS-REASON-CD                               00003580
              MOVE "INDEX RATE NOT NUMERIC" TO WS-REASON-TXT            00003590
              GO TO 2250-EXIT                                           00003600
           END-IF                                                       00003610
           MOVE RMT-IX-RATE TO RIX-RATE                                 00003620
           IF RMT-IX-DESC NOT = SPACES                                  00003630
              MOVE RMT-IX-DESC TO RIX-DESC                              00003640
           END-IF                                                       00003650
           REWRITE RATE-INDEX-RECORD                                    00003660
           IF FS-RATE-INDEX-FILE NOT = "00"                             00003670
              PERFORM 2800-FILE-IO-ERROR THRU 2800-EXIT                 00003680
              GO TO 2250-EXIT                                           00003690
           END-IF                                                       00003700
           MOVE RIX-RATE TO WS-EDIT-RATE                                00003710
           MOVE "IDX CHANGED " TO ALOG-ACTION                           00003720
           MOVE SPACES TO ALOG-DETAIL                                   00003730
           STRING "INDEX " RIX-INDEX-CD " EFF " RIX-EFF-DATE            00003740
              " RATE " WS-EDIT-RATE                                     00003750
              DELIMITED BY SIZE INTO ALOG-DETAIL.                       00003760
       2250-EXIT.                                                       00003770
           EXIT.                                                        00003780
                                                                        00003790
       2280-REMOVE-INDEX-RATE.                                          00003800
           PERFORM 2650-READ-INDEX-RATE THRU 2650-EXIT                  00003810
           IF NOT WS-TRAN-VALID                                         00003820
              GO TO 2280-EXIT                                           00003830
           END-IF                                                       00003840
           DELETE RATE-INDEX-FILE RECORD                                00003850
           IF FS-RATE-INDEX-FILE NOT = "00"                             00003860
              PERFORM 2800-FILE-IO-ERROR THRU 2800-EXIT                 00003870
              GO TO 2280-EXIT                                           00003880
           END-IF                                                       00003890
           MOVE "IDX DELETED " TO ALOG-ACTION                           00003900
           MOVE SPACES TO ALOG-DETAIL                                   00003910
           STRING "INDEX " RIX-INDEX-CD " EFF " RIX-EFF-DATE            00003920
              " REMOVED " WS-RUN-DATE                                   00003930
              DELIMITED BY SIZE INTO ALOG-DETAIL.                       00003940
       2280-EXIT.                                                       00003950
           EXIT.                                                        00003960
                                                                        00003970
      *> ***************************************************************00003980
      *> TERMS ADD: THE CONTRACT MUST BE OPEN AND NOT ALREADY LINKED.   00003990
      *> TERMS ENDED EARLIER ARE REPLACED.  THE CONTRACT KEEPS THE RATE 00004000
      *> IT HAS UNTIL ITS FIRST RESET                                   00004010
      *> ***************************************************************00004020
       2300-ADD-TERMS.                                                  00004030
           PERFORM 2700-READ-OPEN-CONTRACT THRU 2700-EXIT               00004040
           IF NOT WS-TRAN-VALID                                         00004050
              GO TO 2300-EXIT                                           00004060
           END-IF                                                       00004070
           MOVE 'N' TO WS-CVR-ON-FILE-SW                                00004080
           MOVE RMT-TM-TRAN-ID TO CVR-TRAN-ID                           00004090
           READ VRATE-FILE                                              00004100
           EVALUATE FS-VRATE-FILE                                       00004110
             WHEN "00"                                                  00004120
               IF CVR-ST-ACTIVE                                         00004130
                  MOVE 'N' TO WS-VALID-SW                               00004140
                  MOVE "V012" TO WS-REASON-CD                           00004150
                  MOVE "CONTRACT ALREADY INDEX-LINKED" TO               00004160
                     WS-REASON-TXT                                      00004170
                  GO TO 2300-EXIT                                       00004180
               END-IF                                                   00004190
               SET WS-CVR-ON-FILE TO TRUE                               00004200
             WHEN "23"                                                  00004210
               CONTINUE                                                 00004220
             WHEN OTHER                                                 00004230
               PERFORM 2800-FILE-IO-ERROR THRU 2800-EXIT                00004240
               GO TO 2300-EXIT                                          00004250
           END-EVALUATE                                                 00004260
           MOVE ZEROES TO WS-NEW-NEXT-RESET                             00004270
           PERFORM 2750-EDIT-TERMS THRU 2750-EXIT                       00004280
           IF NOT WS-TRAN-VALID                                         00004290
              GO TO 2300-EXIT                                           00004300
           END-IF                                                       00004310
                                                                        00004320
           MOVE SPACES TO CONTRACT-VRATE-RECORD                         00004330
           MOVE RMT-TM-TRAN-ID TO CVR-TRAN-ID                           00004340
           MOVE ZEROES TO CVR-NEXT-RESET                                00004350
           PERFORM 2780-MOVE-TERMS THRU 2780-EXIT                       00004360
           MOVE ZEROES TO CVR-LAST-RESET                                00004370
           MOVE ZEROES TO CVR-LAST-INDEX-RATE                           00004380
           SET CVR-ST-ACTIVE TO TRUE                                    00004390
           MOVE WS-RUN-DATE TO CVR-SETUP-DATE                           00004400
           MOVE WS-RUN-DATE TO CVR-STATUS-DATE                          00004410
           IF WS-CVR-ON-FILE                                            00004420
              REWRITE CONTRACT-VRATE-RECORD                             00004430
           ELSE                                                         00004440
              WRITE CONTRACT-VRATE-RECORD                               00004450
           END-IF                                                       00004460
           IF FS-VRATE-FILE NOT = "00"                                  00004470
              PERFORM 2800-FILE-IO-ERROR THRU 2800-EXIT                 00004480
              GO TO 2300-EXIT                                           00004490
           END-IF                                                       00004500
           SET CON-RATE-VARIABLE TO TRUE                                00004510
           REWRITE CONTRACT-RECORD                                      00004520
           IF FS-CONTRACT-FILE NOT = "00"                               00004530
              PERFORM 2800-FILE-IO-ERROR THRU 2800-EXIT                 00004540
              GO TO 2300-EXIT                                           00004550
           END-IF                                                       00004560
           MOVE CVR-MARGIN TO WS-EDIT-MARGIN                            00004570
           MOVE "VRT ADDED   " TO ALOG-ACTION                           00004580
           MOVE SPACES TO ALOG-DETAIL                                   00004590
           STRING "CONTRACT " CVR-TRAN-ID " " CVR-INDEX-CD              00004600
              WS-EDIT-MARGIN " RESET " CVR-NEXT-RESET                   00004610
              DELIMITED BY SIZE INTO ALOG-DETAIL.                       00004620
       2300-EXIT.                                                       00004630
           EXIT.                                                        00004640
                                                                        00004650
      *> ***************************************************************00004660
      *> TERMS CHANGE: THE CARD CARRIES THE FULL TERMS, WHICH REPLACE   00004670
      *> WHAT IS ON FILE.  A ZERO RESET DATE KEEPS THE SCHEDULE         00004680
      *> ***************************************************************00004690
       2350-CHANGE-TERMS.                                               00004700
           PERFORM 2700-READ-OPEN-CONTRACT THRU 2700-EXIT               00004710
           IF NOT WS-TRAN-VALID                                         00004720
              GO TO 2350-EXIT                                           00004730
           END-IF                                                       00004740
           PERFORM 2720-READ-ACTIVE-TERMS THRU 2720-EXIT                00004750
           IF NOT WS-TRAN-VALID                                         00004760
              GO TO 2350-EXIT                                           00004770
           END-IF                                                       00004780
           MOVE CVR-NEXT-RESET TO WS-NEW-NEXT-RESET                     00004790
           PERFORM 2750-EDIT-TERMS THRU 2750-EXIT                       00004800
           IF NOT WS-TRAN-VALID                                         00004810
              GO TO 2350-EXIT                                           00004820
           END-IF                                                       00004830
           PERFORM 2780-MOVE-TERMS THRU 2780-EXIT                       00004840
           MOVE WS-RUN-DATE TO CVR-STATUS-DATE                          00004850
           REWRITE CONTRACT-VRATE-RECORD                                00004860
           IF FS-VRATE-FILE NOT = "00"                                  00004870
              PERFORM 2800-FILE-IO-ERROR THRU 2800-EXIT                 00004880
              GO TO 2350-EXIT                                           00004890
           END-IF                                                       00004900
           MOVE CVR-MARGIN TO WS-EDIT-MARGIN                            00004910
           MOVE "VRT CHANGED " TO ALOG-ACTION                           00004920
           MOVE SPACES TO ALOG-DETAIL                                   00004930
           STRING "CONTRACT " CVR-TRAN-ID " " CVR-INDEX-CD              00004940
              WS-EDIT-MARGIN " RESET " CVR-NEXT-RESET                   00004950
              DELIMITED BY SIZE INTO ALOG-DETAIL.                       00004960
       2350-EXIT.                                                       00004970
           EXIT.                                                        00004980
                                                                        00004990
      *> ***************************************************************00005000
      *> TERMS END: THE CONTRACT GOES BACK TO A FIXED RATE AT WHATEVER  00005010
      *> ITS LAST RESET LEFT IT ON.  A CONTRACT NO LONGER OPEN CAN      00005020
      *> STILL HAVE ITS TERMS ENDED                                     00005030
      *> ***************************************************************00005040
       2400-END-TERMS.                                                  00005050
           IF RMT-TM-TRAN-ID NOT NUMERIC OR RMT-TM-TRAN-ID = 0          00005060
              MOVE 'N' TO WS-VALID-SW                                   00005070
              MOVE "V010" TO WS-REASON-CD                               00005080
              MOVE "CONTRACT NUMBER MISSING OR NOT NUMERIC" TO          00005090
                 WS-REASON-TXT                                          00005100
              GO TO 2400-EXIT                                           00005110
           END-IF                                                       00005120
           PERFORM 2720-READ-ACTIVE-TERMS THRU 2720-EXIT                00005130
           IF NOT WS-TRAN-VALID                                         00005140
              GO TO 2400-EXIT                                           00005150
           END-IF                                                       00005160
           SET CVR-ST-ENDED TO TRUE                                     00005170
           MOVE WS-RUN-DATE TO CVR-STATUS-DATE                          00005180
           REWRITE CONTRACT-VRATE-RECORD                                00005190
           IF FS-VRATE-FILE NOT = "00"                                  00005200
              PERFORM 2800-FILE-IO-ERROR THRU 2800-EXIT                 00005210
              GO TO 2400-EXIT                                           00005220
           END-IF                                                       00005230
           MOVE RMT-TM-TRAN-ID TO CON-TRAN-ID                           00005240
           READ CONTRACT-FILE                                           00005250
           EVALUATE FS-CONTRACT-FILE                                    00005260
             WHEN "00"                                                  00005270
               MOVE 'F' TO CON-RATE-TYPE                                00005280
               REWRITE CONTRACT-RECORD                                  00005290
               IF FS-CONTRACT-FILE NOT = "00"                           00005300
                  PERFORM 2800-FILE-IO-ERROR THRU 2800-EXIT             00005310
                  GO TO 2400-EXIT                                       00005320
               END-IF                                                   00005330
             WHEN "23"                                                  00005340
               CONTINUE                                                 00005350
             WHEN OTHER                                                 00005360
               PERFORM 2800-FILE-IO-ERROR THRU 2800-EXIT                00005370
               GO TO 2400-EXIT                                          00005380
           END-EVALUATE                                                 00005390
           MOVE "VRT ENDED   " TO ALOG-ACTION                           00005400
           MOVE SPACES TO ALOG-DETAIL                                   00005410
           STRING "CONTRACT " CVR-TRAN-ID " INDEX " CVR-INDEX-CD        00005420
              " ENDED " WS-RUN-DATE                                     00005430
              DELIMITED BY SIZE INTO ALOG-DETAIL.                       00005440
       2400-EXIT.                                                       00005450
           EXIT.                                                        00005460
                                                                        00005470
       2500-WRITE-REJECT.                                               00005480
           MOVE MAINT-TRAN-REC TO RMTREJ-ORIG-TRAN                      00005490
           MOVE WS-REASON-CD TO RMTREJ-REASON-CD                        00005500
           MOVE WS-REASON-CD TO WS-RSN-WANTED                           00005510
           PERFORM 8480-RESOLVE-REASON-TEXT THRU 8480-EXIT              00005520
           IF WS-RSN-FOUND                                              00005530
              MOVE WS-RSN-FOUND-TEXT TO WS-REASON-TXT                   00005540
           END-IF                                                       00005550
           MOVE WS-REASON-TXT TO RMTREJ-REASON-TXT                      00005560
           WRITE MAINT-REJ-REC                                          00005570
           ADD 1 TO WS-TRANS-REJECTED                                   00005580
           MOVE "TRAN REJECT " TO ALOG-ACTION                           00005590
           MOVE WS-REASON-TXT TO ALOG-DETAIL                            00005600
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00005610
       2500-EXIT.                                                       00005620
           EXIT.                                                        00005630
                                                                        00005640
      *> ***************************************************************00005650
      *> AN INDEX CARD NEEDS AN INDEX CODE AND A REAL CALENDAR DATE     00005660
      *> ***************************************************************00005670
       2600-EDIT-INDEX-KEY.                                             00005680
           IF RMT-IX-INDEX-CD = SPACES                                  00005690
              MOVE 'N' TO WS-VALID-SW                                   00005700
              MOVE "V003" TO WS-REASON-CD                               00005710
              MOVE "INDEX CODE MISSING" TO WS-REASON-TXT                00005720
              GO TO 2600-EXIT                                           00005730
           END-IF                                                       00005740
           IF RMT-IX-EFF-DATE NOT NUMERIC                               00005750
              MOVE 'N' TO WS-VALID-SW                                   00005760
              MOVE "V004" TO WS-REASON-CD                               00005770
              MOVE "EFFECTIVE DATE INVALID" TO WS-REASON-TXT            00005780
              GO TO 2600-EXIT                                           00005790
           END-IF                                                       00005800
           MOVE 'B' TO WS-CAL-FUNCTION                                  00005810
           MOVE RMT-IX-EFF-DATE TO WS-CAL-DATE                          00005820
           CALL "CALDATE" USING WS-CAL-FUNCTION WS-CAL-DATE             00005830
              WS-CAL-RESULT                                             00005840
           IF WS-CAL-RESULT = 'E'                                       00005850
              MOVE 'N' TO WS-VALID-SW                                   00005860
              MOVE "V004" TO WS-REASON-CD                               00005870
              MOVE "EFFECTIVE DATE INVALID" TO WS-REASON-TXT            00005880
           END-IF.                                                      00005890
       2600-EXIT.                                                       00005900
           EXIT.                                                        00005910
                                                                        00005920
      *> ***************************************************************00005930
      *> CORRECTION AND REMOVAL NEED THE ENTRY ON FILE AND NOT YET IN   00005940
      *> FORCE - A RATE IN FORCE MAY ALREADY HAVE PRICED A RESET, AND   00005950
      *> THE RATE HISTORY WOULD NO LONGER AGREE WITH THE INDEX          00005960
      *> ***************************************************************00005970
       2650-READ-INDEX-RATE.                                            00005980
           PERFORM 2600-EDIT-INDEX-KEY THRU 2600-EXIT                   00005990
           IF NOT WS-TRAN-VALID                                         00006000
              GO TO 2650-EXIT                                           00006010
           END-IF                                                       00006020
           MOVE RMT-IX-INDEX-CD TO RIX-INDEX-CD                         00006030
           MOVE RMT-IX-EFF-DATE TO RIX-EFF-DATE                         00006040
           READ RATE-INDEX-FILE                                         00006050
           EVALUATE FS-RATE-INDEX-FILE                                  00006060
             WHEN "00"                                                  00006070
               CONTINUE                                                 00006080
             WHEN "23"                                                  00006090
               MOVE 'N' TO WS-VALID-SW                                  00006100
               MOVE "V007" TO WS-REASON-CD                              00006110
               MOVE "INDEX RATE NOT ON FILE" TO WS-REASON-TXT           00006120
               GO TO 2650-EXIT                                          00006130
             WHEN OTHER                                                 00006140
               PERFORM 2800-FILE-IO-ERROR THRU 2800-EXIT                00006150
               GO TO 2650-EXIT                                          00006160
           END-EVALUATE                                                 00006170
           IF RIX-EFF-DATE < WS-RUN-DATE                                00006180
              MOVE 'N' TO WS-VALID-SW                                   00006190
              MOVE "V008" TO WS-REASON-CD                               00006200
              MOVE "INDEX RATE ALREADY IN FORCE" TO WS-REASON-TXT       00006210
           END-IF.                                                      00006220
       2650-EXIT.                                                       00006230
           EXIT.                                                        00006240
                                                                        00006250
      *> ***************************************************************00006260
      *> TERMS ADD AND CHANGE NEED AN OPEN CONTRACT                     00006270
      *> ***************************************************************00006280
       2700-READ-OPEN-CONTRACT.                                         00006290
           IF RMT-TM-TRAN-ID NOT NUMERIC OR RMT-TM-TRAN-ID = 0          00006300
              MOVE 'N' TO WS-VALID-SW                                   00006310
              MOVE "V010" TO WS-REASON-CD                               00006320
              MOVE "CONTRACT NUMBER MISSING OR NOT NUMERIC" TO          00006330
                 WS-REASON-TXT                                          00006340
              GO TO 2700-EXIT                                           00006350
           END-IF                                                       00006360
           MOVE RMT-TM-TRAN-ID TO CON-TRAN-ID                           00006370
           READ CONTRACT-FILE                                           00006380
           EVALUATE FS-CONTRACT-FILE                                    00006390
             WHEN "00"                                                  00006400
               CONTINUE                                                 00006410
             WHEN "23"                                                  00006420
               MOVE 'N' TO WS-VALID-SW                                  00006430
               MOVE "V011" TO WS-REASON-CD                              00006440
               MOVE "CONTRACT NOT ON FILE OR NOT OPEN" TO               00006450
                  WS-REASON-TXT                                         00006460
               GO TO 2700-EXIT                                          00006470
             WHEN OTHER                                                 00006480
               PERFORM 2800-FILE-IO-ERROR THRU 2800-EXIT                00006490
               GO TO 2700-EXIT                                          00006500
           END-EVALUATE                                                 00006510
           IF NOT CON-OPEN                                              00006520
              MOVE 'N' TO WS-VALID-SW                                   00006530
              MOVE "V011" TO WS-REASON-CD                               00006540
              MOVE "CONTRACT NOT ON FILE OR NOT OPEN" TO WS-REASON-TXT  00006550
           END-IF.                                                      00006560
       2700-EXIT.                                                       00006570
           EXIT.                                                        00006580
                                                                        00006590
      *> ***************************************************************00006600
      *> TERMS CHANGE AND END NEED LIVE TERMS ON FILE                   00006610
      *> ***************************************************************00006620
       2720-READ-ACTIVE-TERMS.                                          00006630
           MOVE RMT-TM-TRAN-ID TO CVR-TRAN-ID                           00006640
           READ VRATE-FILE                                              00006650
           EVALUATE FS-VRATE-FILE                                       00006660
             WHEN "00"                                                  00006670
               CONTINUE                                                 00006680
             WHEN "23"                                                  00006690
               MOVE 'N' TO WS-VALID-SW                                  00006700
               MOVE "V018" TO WS-REASON-CD                              00006710
               MOVE "CONTRACT NOT INDEX-LINKED" TO WS-REASON-TXT        00006720
               GO TO 2720-EXIT                                          00006730
             WHEN OTHER                                                 00006740
               PERFORM 2800-FILE-IO-ERROR THRU 2800-EXIT                00006750
               GO TO 2720-EXIT                                          00006760
           END-EVALUATE                                                 00006770
           IF NOT CVR-ST-ACTIVE                                         00006780
              MOVE 'N' TO WS-VALID-SW                                   00006790
              MOVE "V018" TO WS-REASON-CD                               00006800
              MOVE "CONTRACT NOT INDEX-LINKED" TO WS-REASON-TXT         00006810
           END-IF.                                                      00006820
       2720-EXIT.                                                       00006830
           EXIT.                                                        00006840
                                                                        00006850
      *> ***************************************************************00006860
      *> THE TERMS ON AN ADD OR CHANGE CARD.  THE INDEX MUST HAVE AT    00006870
      *> LEAST ONE RATE ON FILE; A CAP, WHERE THERE IS ONE, MAY NOT BE  00006880
      *> UNDER THE FLOOR.  WS-NEW-NEXT-RESET COMES IN AS THE DATE TO    00006890
      *> KEEP WHEN THE CARD'S DATE IS ZERO                              00006900
      *> ***************************************************************00006910
       2750-EDIT-TERMS.                                                 00006920
           IF RMT-TM-INDEX-CD = SPACES                                  00006930
              MOVE 'N' TO WS-VALID-SW                                   00006940
              MOVE "V003" TO WS-REASON-CD                               00006950
              MOVE "INDEX CODE MISSING" TO WS-REASON-TXT                00006960
              GO TO 2750-EXIT                                           00006970
           END-IF                                                       00006980
           MOVE RMT-TM-INDEX-CD TO WS-CHECK-INDEX-CD                    00006990
           PERFORM 2760-CHECK-INDEX THRU 2760-EXIT                      00007000
           IF NOT WS-TRAN-VALID                                         00007010
              GO TO 2750-EXIT                                           00007020
           END-IF                                                       00007030
           IF RMT-TM-MARGIN NOT NUMERIC                                 00007040
              OR RMT-TM-FLOOR NOT NUMERIC                               00007050
              OR RMT-TM-CAP NOT NUMERIC                                 00007060
              MOVE 'N' TO WS-VALID-SW                                   00007070
              MOVE "V014" TO WS-REASON-CD                               00007080
              MOVE "MARGIN, FLOOR OR CAP NOT NUMERIC" TO WS-REASON-TXT  00007090
              GO TO 2750-EXIT                                           00007100
           END-IF                                                       00007110
           IF RMT-TM-CAP > 0 AND RMT-TM-CAP < RMT-TM-FLOOR              00007120
              MOVE 'N' TO WS-VALID-SW                                   00007130
              MOVE "V015" TO WS-REASON-CD                               00007140
              MOVE "CAP BELOW FLOOR" TO WS-REASON-TXT                   00007150
              GO TO 2750-EXIT                                           00007160
           END-IF                                                       00007170
           IF RMT-TM-RESET-MONTHS NOT NUMERIC                           00007180
              OR RMT-TM-RESET-MONTHS = 0                                00007190
              OR RMT-TM-RESET-MONTHS > 120                              00007200
              MOVE 'N' TO WS-VALID-SW                                   00007210
              MOVE "V016" TO WS-REASON-CD                               00007220
              MOVE "RESET MONTHS NOT 1 TO 120" TO WS-REASON-TXT         00007230
              GO TO 2750-EXIT                                           00007240
           END-IF                                                       00007250
           IF RMT-TM-NEXT-RESET NOT NUMERIC                             00007260
              MOVE 'N' TO WS-VALID-SW                                   00007270
              MOVE "V017" TO WS-REASON-CD                               00007280
              MOVE "RESET DATE INVALID OR ALREADY PAST" TO              00007290
                 WS-REASON-TXT                                          00007300
              GO TO 2750-EXIT                                           00007310
           END-IF                                                       00007320
           IF RMT-TM-NEXT-RESET > 0                                     00007330
              MOVE RMT-TM-NEXT-RESET TO WS-NEW-NEXT-RESET               00007340
           END-IF                                                       00007350
           MOVE 'B' TO WS-CAL-FUNCTION                                  00007360
           MOVE WS-NEW-NEXT-RESET TO WS-CAL-DATE                        00007370
           CALL "CALDATE" USING WS-CAL-FUNCTION WS-CAL-DATE             00007380
              WS-CAL-RESULT                                             00007390
           IF WS-CAL-RESULT = 'E'                                       00007400
              OR WS-NEW-NEXT-RESET < WS-RUN-DATE                        00007410
              MOVE 'N' TO WS-VALID-SW                                   00007420
              MOVE "V017" TO WS-REASON-CD                               00007430
              MOVE "RESET DATE INVALID OR ALREADY PAST" TO              00007440
                 WS-REASON-TXT                                          00007450
              GO TO 2750-EXIT                                           00007460
           END-IF                                                       00007470
           MOVE WS-NEW-NEXT-RESET TO WS-CHECK-DATE.                     00007480
       2750-EXIT.                                                       00007490
           EXIT.                                                        00007500
                                                                        00007510
      *> ***************************************************************00007520
      *> ONE BROWSE FROM THE START OF WS-CHECK-INDEX-CD'S KEY RANGE     00007530
      *> ***************************************************************00007540
       2760-CHECK-INDEX.                                                00007550
           MOVE WS-CHECK-INDEX-CD TO RIX-INDEX-CD                       00007560
           MOVE ZEROES TO RIX-EFF-DATE                                  00007570
           START RATE-INDEX-FILE KEY IS NOT < RIX-KEY                   00007580
           IF FS-RATE-INDEX-FILE = "00"                                 00007590
              READ RATE-INDEX-FILE NEXT                                 00007600
           END-IF                                                       00007610
           IF FS-RATE-INDEX-FILE NOT = "00"                             00007620
              OR RIX-INDEX-CD NOT = WS-CHECK-INDEX-CD                   00007630
              MOVE 'N' TO WS-VALID-SW                                   00007640
              MOVE "V013" TO WS-REASON-CD                               00007650
              MOVE "INDEX NOT ON THE RATE INDEX FILE" TO WS-REASON-TXT  00007660
           END-IF.                                                      00007670
       2760-EXIT.                                                       00007680
           EXIT.                                                        00007690
                                                                        00007700
       2780-MOVE-TERMS.                                                 00007710
           MOVE RMT-TM-INDEX-CD TO CVR-INDEX-CD                         00007720
           MOVE RMT-TM-MARGIN TO CVR-MARGIN                             00007730
           MOVE RMT-TM-FLOOR TO CVR-FLOOR-RATE                          00007740
           MOVE RMT-TM-CAP TO CVR-CAP-RATE                              00007750
           MOVE RMT-TM-RESET-MONTHS TO CVR-RESET-MONTHS                 00007760
           IF WS-NEW-NEXT-RESET NOT = CVR-NEXT-RESET                    00007770
              MOVE WS-NEW-NEXT-RESET TO CVR-NEXT-RESET                  00007780
              MOVE WS-CHECK-DD TO CVR-ANCHOR-DAY                        00007790
           END-IF.                                                      00007800
       2780-EXIT.                                                       00007810
           EXIT.                                                        00007820
                                                                        00007830
       2800-FILE-IO-ERROR.                                              00007840
           DISPLAY "I/O ERROR APPLYING CARD, STATUS: "                  00007850
             FS-RATE-INDEX-FILE " " FS-VRATE-FILE " " FS-CONTRACT-FILE  00007860
           SET WS-IO-ERROR TO TRUE                                      00007870
           SET WS-EOF TO TRUE                                           00007880
           MOVE 'N' TO WS-VALID-SW                                      00007890
           MOVE "V009" TO WS-REASON-CD                                  00007900
           MOVE "I/O ERROR APPLYING TRANSACTION" TO WS-REASON-TXT.      00007910
       2800-EXIT.                                                       00007920
           EXIT.                                                        00007930
                                                                        00007940
       2900-READ-MAINT-TRAN.                                            00007950
           READ MAINT-TRAN-FILE                                         00007960
           EVALUATE FS-MAINT-TRAN-FILE                                  00007970
             WHEN "00"                                                  00007980
               ADD 1 TO WS-TRANS-READ                                   00007990
             WHEN "10"                                                  00008000
               SET WS-EOF TO TRUE                                       00008010
             WHEN OTHER                                                 00008020
               DISPLAY "READ FAILED, MAINT-TRAN-FILE STATUS: "          00008030
                 FS-MAINT-TRAN-FILE                                     00008040
               SET WS-EOF TO TRUE                                       00008050
               SET WS-IO-ERROR TO TRUE                                  00008060
           END-EVALUATE.                                                00008070
       2900-EXIT.                                                       00008080
           EXIT.                                                        00008090
                                                                        00008100
       9000-TERMINATE.                                                  00008110
           PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT                    00008120
           CLOSE RATE-INDEX-FILE                                        00008130
           IF FS-RATE-INDEX-FILE NOT = "00"                             00008140
              DISPLAY "CLOSE FAILED ON RATE-INDEX-FILE, STATUS: "       00008150
                FS-RATE-INDEX-FILE                                      00008160
           END-IF                                                       00008170
           CLOSE VRATE-FILE                                             00008180
           IF FS-VRATE-FILE NOT = "00"                                  00008190
              DISPLAY "CLOSE FAILED ON VRATE-FILE, STATUS: "            00008200
                FS-VRATE-FILE                                           00008210
           END-IF                                                       00008220
           CLOSE CONTRACT-FILE                                          00008230
           CLOSE MAINT-TRAN-FILE                                        00008240
           CLOSE MAINT-REJ-FILE                                         00008250
           CLOSE MAINT-SUM-FILE                                         00008260
           CLOSE AUDIT-LOG-FILE.                                        00008270
       9000-EXIT.                                                       00008280
           EXIT.                                                        00008290
                                                                        00008300
       9100-WRITE-SUMMARY.                                              00008310
           DISPLAY "===== RATEMNT RUN SUMMARY ====="                    00008320
           DISPLAY "TRANS READ     : " WS-TRANS-READ                    00008330
           DISPLAY "TRANS REJECTED : " WS-TRANS-REJECTED                00008340
           DISPLAY "TRANS APPLIED  : " WS-TRANS-APPLIED                 00008350
           MOVE WS-TRANS-READ TO RMTSUM-TRANS-READ                      00008360
           MOVE WS-TRANS-REJECTED TO RMTSUM-TRANS-REJECTED              00008370
           MOVE WS-TRANS-APPLIED TO RMTSUM-TRANS-APPLIED                00008380
           WRITE MAINT-SUM-REC.                                         00008390
       9100-EXIT.                                                       00008400
           EXIT.                                                        00008410
                                                                        00008420
       COPY AUDITOPN.                                                   00008430
       COPY AUDITWRT.                                                   00008440
       COPY AUDITCHP.                                                   00008450
                                                                        00008460
       COPY RSNLOAD.                                                    00008470
                                                                        00008480
       COPY ABENDPAR.                                                   00008490
       COPY PROCDPAR.                                                   00008500
