       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. SANCSCRN.                                            00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * SANCTIONS AND WATCH-LIST SCREENING.                     *       00000090
      * LOADS THE PUBLISHED WATCH LIST AND MATCHES NAMES TO IT  *       00000100
      * BY THE CUSTDEDU SOUND-ALIKE KEYS OF THE FIRST AND LAST  *       00000110
      * NAMES, SCORING EXACT, SOUND-ALIKE, INITIAL-ONLY AND     *       00000120
      * TRANSPOSED MATCHES.  PARM='WEEKLY' SCREENS THE WHOLE    *       00000130
      * CUSTOMER MASTER; PARM='NIGHTLY' SCREENS THE CUSTOMERS   *       00000140
      * ADDED SINCE THE LAST NIGHTLY RUN AND TONIGHT'S          *       00000150
      * APPLICANTS AHEAD OF CONDI.  EVERY HIT IS KEPT ON THE    *       00000160
      * SCREENING REGISTER WITH COMPLIANCE'S DECISION: A NEW    *       00000170
      * HIT GOES TO THE REVIEW QUEUE, A CLEARED FALSE POSITIVE  *       00000180
      * NEVER HITS AGAIN FOR THE SAME NAME, A CONFIRMED MATCH   *       00000190
      * STAYS HELD.  A CUSTOMER WITH AN OPEN HIT IS HELD BY A   *       00000200
      * QUEUED CUSTMNT 'W' TRANSACTION AND RELEASED THE SAME    *       00000210
      * WAY ONCE EVERY HIT IS CLEARED; AN APPLICANT WITH ONE    *       00000220
      * GOES ON THE HOLD FILE CONDI TURNS INTO A REFER.         *       00000230
      * ********************************************************        00000240
       ENVIRONMENT DIVISION.                                            00000250
       INPUT-OUTPUT SECTION.                                            00000260
       FILE-CONTROL.                                                    00000270
           SELECT WATCH-LIST-FILE                                       00000280
           ASSIGN TO WATCHLST                                           00000290
           ORGANIZATION IS SEQUENTIAL                                   00000300
           FILE STATUS IS FS-WATCH-LIST-FILE.                           00000310
           SELECT REGISTER-IN-FILE                                      00000320
           ASSIGN TO SANCREGI                                           00000330
           ORGANIZATION IS SEQUENTIAL                                   00000340
           FILE STATUS IS FS-REGISTER-IN-FILE.                          00000350
           SELECT REGISTER-OUT-FILE                                     00000360
           ASSIGN TO SANCREGO                                           00000370
           ORGANIZATION IS SEQUENTIAL                                   00000380
           FILE STATUS IS FS-REGISTER-OUT-FILE.                         00000390
           SELECT DECISION-FILE                                         00000400
           ASSIGN TO SANCDEC                                            00000410
           ORGANIZATION IS SEQUENTIAL                                   00000420
           FILE STATUS IS FS-DECISION-FILE.                             00000430
           SELECT CUST-MASTER-FILE                                      00000440
           ASSIGN TO CUSTMAST                                           00000450
           ORGANIZATION IS SEQUENTIAL                                   00000460
           FILE STATUS IS FS-CUST-MASTER-FILE.                          00000470
           SELECT APPLICANT-FILE                                        00000480
           ASSIGN TO APPLIN                                             00000490
           ORGANIZATION IS SEQUENTIAL                                   00000500
           FILE STATUS IS FS-APPLICANT-FILE.                            00000510
           SELECT REVIEW-QUEUE-FILE                                     00000520
           ASSIGN TO SANCQUE                                            00000530
           ORGANIZATION IS SEQUENTIAL                                   00000540
           FILE STATUS IS FS-REVIEW-QUEUE-FILE.                         00000550
           SELECT HOLD-FILE                                             00000560
           ASSIGN TO SANCHOLD                                           00000570
           ORGANIZATION IS SEQUENTIAL                                   00000580
           FILE STATUS IS FS-HOLD-FILE.                                 00000590
           SELECT MAINT-TRAN-FILE                                       00000600
           ASSIGN TO CMTTRAN                                            00000610
           ORGANIZATION IS SEQUENTIAL                                   00000620
           FILE STATUS IS FS-MAINT-TRAN-FILE.                           00000630
           SELECT SANC-RPT-FILE                                         00000640
           ASSIGN TO SANCRPT                                            00000650
           ORGANIZATION IS SEQUENTIAL                                   00000660
           FILE STATUS IS FS-SANC-RPT-FILE.                             00000670
           SELECT AUDIT-LOG-FILE                                        00000680
           ASSIGN TO AUDITLOG                                           00000690
           ORGANIZATION IS SEQUENTIAL                                   00000700
           FILE STATUS IS FS-AUDIT-LOG-FILE.                            00000710
           SELECT PROC-DATE-FILE                                        00000720
           ASSIGN TO PROCDATE                                           00000730
           ORGANIZATION IS SEQUENTIAL                                   00000740
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000750
       DATA DIVISION.                                                   00000760
       FILE SECTION.                                                    00000770
      *> ***************************************************************00000780
      *> THE PUBLISHED LIST AS COMPLIANCE LOADS IT: ONE ENTRY PER       00000790
      *> LISTED PERSON OR ENTITY.  AN ENTITY'S WHOLE NAME RIDES IN THE  00000800
      *> LAST-NAME FIELD                                                00000810
      *> ***************************************************************00000820
       FD WATCH-LIST-FILE.                                              00000830
       01 WATCH-LIST-RECORD.                                            00000840
           05 WLS-ENTRY-ID          PIC X(10).                          00000850
           05 WLS-LIST-CD           PIC X(04).                          00000860
           05 WLS-ENTRY-TYPE        PIC X(01).                          00000870
               88 WLS-INDIVIDUAL     VALUE 'I'.                         00000880
               88 WLS-ENTITY         VALUE 'E'.                         00000890
           05 WLS-LAST-NAME         PIC X(30).                          00000900
           05 WLS-FIRST-NAME        PIC X(30).                          00000910
           05 WLS-COUNTRY           PIC X(03).                          00000920
           05 WLS-LISTED-DATE       PIC 9(08).                          00000930
           05 FILLER                PIC X(14).                          00000940
                                                                        00000950
       FD REGISTER-IN-FILE.                                             00000960
       01 REGISTER-IN-REC           PIC X(100).                         00000970
                                                                        00000980
       FD REGISTER-OUT-FILE.                                            00000990
       01 REGISTER-OUT-REC          PIC X(100).                         00001000
                                                                        00001010
       FD DECISION-FILE.                                                00001020
       01 DECISION-REC              PIC X(100).                         00001030
                                                                        00001040
       FD CUST-MASTER-FILE.                                             00001050
       COPY CUSTREC.                                                    00001060
                                                                        00001070
       FD APPLICANT-FILE.                                               00001080
       COPY APPLREC.                                                    00001090
                                                                        00001100
       FD REVIEW-QUEUE-FILE.                                            00001110
       01 REVIEW-QUEUE-REC          PIC X(100).                         00001120
                                                                        00001130
       FD HOLD-FILE.                                                    00001140
       COPY SANCHLD.                                                    00001150
                                                                        00001160
      *> ***************************************************************00001170
      *> THE CUSTMNT ATTRIBUTE TRANSACTION, TYPE 'W'                    00001180
      *> ***************************************************************00001190
       FD MAINT-TRAN-FILE.                                              00001200
       01 MAINT-TRAN-REC.                                               00001210
           05 CMT-TYPE-CD           PIC X(01).                          00001220
           05 CMT-CUST-ID           PIC 9(09).                          00001230
           05 CMT-NEW-VALUE         PIC X(01).                          00001240
           05 CMT-EFF-DATE          PIC 9(08).                          00001250
           05 CMT-TIN-VALUE         PIC X(09).                          00001260
           05 FILLER                PIC X(52).                          00001270
                                                                        00001280
       FD SANC-RPT-FILE.                                                00001290
       01 SANC-RPT-LINE             PIC X(133).                         00001300
                                                                        00001310
       FD AUDIT-LOG-FILE.                                               00001320
       COPY AUDITLOG.                                                   00001330
                                                                        00001340
       FD PROC-DATE-FILE.                                               00001350
       COPY PROCDREC.                                                   00001360
                                                                        00001370
       WORKING-STORAGE SECTION.                                         00001380
       01 FS-WATCH-LIST-FILE PIC XX.                                    00001390
       01 FS-REGISTER-IN-FILE PIC XX.                                   00001400
       01 FS-REGISTER-OUT-FILE PIC XX.                                  00001410
       01 FS-DECISION-FILE PIC XX.                                      00001420
       01 FS-CUST-MASTER-FILE PIC XX.                                   00001430
       01 FS-APPLICANT-FILE PIC XX.                                     00001440
       01 FS-REVIEW-QUEUE-FILE PIC XX.                                  00001450
       01 FS-HOLD-FILE PIC XX.                                          00001460
       01 FS-MAINT-TRAN-FILE PIC XX.                                    00001470
       01 FS-SANC-RPT-FILE PIC XX.                                      00001480
       01 FS-AUDIT-LOG-FILE PIC XX.                                     00001490
                                                                        00001500
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001510
           88 WS-EOF VALUE 'Y'.                                         00001520
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00001530
           88 WS-IO-ERROR VALUE 'Y'.                                    00001540
       01 WS-REG-FOUND-SW PIC X(01) VALUE 'N'.                          00001550
           88 WS-REG-FOUND VALUE 'Y'.                                   00001560
       01 WS-DEC-VALID-SW PIC X(01) VALUE 'Y'.                          00001570
           88 WS-DEC-VALID VALUE 'Y'.                                   00001580
       01 WS-MODE PIC X(07) VALUE SPACES.                               00001590
           88 WS-NIGHTLY-MODE VALUE 'NIGHTLY'.                          00001600
           88 WS-WEEKLY-MODE VALUE 'WEEKLY '.                           00001610
                                                                        00001620
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001630
       01 WS-LAST-NIGHTLY PIC 9(08) VALUE ZEROES.                       00001640
       01 WS-LAST-WEEKLY PIC 9(08) VALUE ZEROES.                        00001650
                                                                        00001660
      *> ***************************************************************00001670
      *> A SCORE AT OR ABOVE THE THRESHOLD IS A POTENTIAL MATCH.  THE   00001680
      *> LOWEST SCORE THE MATCHING CAN GIVE IS THE SAME LAST-NAME SOUND 00001690
      *> WITH ONLY A FIRST INITIAL IN COMMON, SO EVERY KIND OF MATCH    00001700
      *> REACHES THE DESK                                               00001710
      *> ***************************************************************00001720
       01 WS-HIT-THRESHOLD PIC 9(03) VALUE 060.                         00001730
       01 WS-SCORE PIC 9(03) VALUE ZEROES.                              00001740
                                                                        00001750
      *> ***************************************************************00001760
      *> THE WATCH LIST, WITH EACH NAME'S SOUND-ALIKE KEYS BUILT ONCE   00001770
      *> AT LOAD.  A LIST TOO BIG FOR THE TABLE STOPS THE RUN - A       00001780
      *> SCREEN AGAINST PART OF THE LIST WOULD PASS NAMES IT NEVER SAW  00001790
      *> ***************************************************************00001800
       01 WS-WATCH-TABLE.                                               00001810
           05 WS-WATCH-ENTRY OCCURS 5000 TIMES.                         00001820
               10 TBL-WL-ENTRY-ID       PIC X(10).                      00001830
               10 TBL-WL-LIST-CD        PIC X(04).                      00001840
               10 TBL-WL-TYPE           PIC X(01).                      00001850
               10 TBL-WL-LAST           PIC X(30).                      00001860
               10 TBL-WL-FIRST          PIC X(30).                      00001870
               10 TBL-WL-FIRST-PHON     PIC X(04).                      00001880
               10 TBL-WL-LAST-PHON      PIC X(04).                      00001890
       01 WS-WATCH-COUNT PIC 9(04) VALUE ZEROES.                        00001900
       01 WS-WATCH-MAX PIC 9(04) VALUE 5000.                            00001910
       01 WS-WL-SUB PIC 9(04) VALUE ZEROES.                             00001920
       01 WS-WATCH-READ PIC 9(07) VALUE ZEROES.                         00001930
       01 WS-WATCH-SKIPPED PIC 9(07) VALUE ZEROES.                      00001940
                                                                        00001950
      *> ***************************************************************00001960
      *> THE SCREENING REGISTER: EVERY HIT EVER QUEUED AND WHAT         00001970
      *> COMPLIANCE DECIDED, KEYED BY SUBJECT AND LIST ENTRY.  READ     00001980
      *> FROM LAST RUN'S GENERATION, UPDATED IN PLACE, WRITTEN WHOLE    00001990
      *> TO THE NEXT                                                    00002000
      *> ***************************************************************00002010
       01 WS-REG-TABLE.                                                 00002020
           05 WS-REG-ENTRY OCCURS 5000 TIMES.                           00002030
               10 TBL-REG-REC.                                          00002040
                   15 TBL-REG-TYPE      PIC X(01).                      00002050
                   15 TBL-REG-ID        PIC 9(09).                      00002060
                   15 TBL-REG-ENTRY-ID  PIC X(10).                      00002070
                   15 FILLER            PIC X(80).                      00002080
       01 WS-REG-COUNT PIC 9(04) VALUE ZEROES.                          00002090
       01 WS-REG-MAX PIC 9(04) VALUE 5000.                              00002100
       01 WS-REG-SUB PIC 9(04) VALUE ZEROES.                            00002110
       01 WS-REG-LOADED PIC 9(07) VALUE ZEROES.                         00002120
       01 WS-FIND-ENTRY-ID PIC X(10) VALUE SPACES.                      00002130
                                                                        00002140
       COPY SANCREC.                                                    00002150
                                                                        00002160
      *> ***************************************************************00002170
      *> THE NAME BEING SCREENED AND WHAT ITS SCREEN FOUND              00002180
      *> ***************************************************************00002190
       01 WS-SUBJ-TYPE PIC X(01) VALUE SPACE.                           00002200
       01 WS-SUBJ-ID PIC 9(09) VALUE ZEROES.                            00002210
       01 WS-SUBJ-FIRST PIC X(20) VALUE SPACES.                         00002220
       01 WS-SUBJ-LAST PIC X(20) VALUE SPACES.                          00002230
       01 WS-SUBJ-NAME PIC X(40) VALUE SPACES.                          00002240
       01 WS-SUBJ-NAME-KEY.                                             00002250
           05 WS-SUBJ-FIRST-PHON PIC X(04).                             00002260
           05 WS-SUBJ-LAST-PHON PIC X(04).                              00002270
       01 WS-OPEN-HITS PIC 9(04) VALUE ZEROES.                          00002280
       01 WS-CONFIRMED-HITS PIC 9(04) VALUE ZEROES.                     00002290
       01 WS-BEST-SCORE PIC 9(03) VALUE ZEROES.                         00002300
       01 WS-BEST-ENTRY-ID PIC X(10) VALUE SPACES.                      00002310
       01 WS-HIT-STATUS PIC X(16) VALUE SPACES.                         00002320
                                                                        00002330
      *> ***************************************************************00002340
      *> THE APPLICANT'S NAME AS CAPTURED IS ONE 20-BYTE FIELD: THE     00002350
      *> FIRST WORD IS THE FIRST NAME, EVERYTHING AFTER IT THE LAST.    00002360
      *> A SINGLE WORD IS SCREENED AS A LAST NAME                       00002370
      *> ***************************************************************00002380
       01 WS-SPLIT-PTR PIC 9(02) VALUE ZEROES.                          00002390
                                                                        00002400
      *> ***************************************************************00002410
      *> SOUND-ALIKE KEY WORK AREAS, THE SAME CODING CUSTDEDU USES      00002420
      *> ***************************************************************00002430
       01 WS-PHON-IN PIC X(20) VALUE SPACES.                            00002440
       01 WS-PHON-OUT PIC X(04) VALUE SPACES.                           00002450
       01 WS-PHON-SUB PIC 9(02) VALUE ZEROES.                           00002460
       01 WS-PHON-LEN PIC 9(02) VALUE ZEROES.                           00002470
       01 WS-PHON-CHAR PIC X(01) VALUE SPACES.                          00002480
       01 WS-PHON-CODE PIC X(01) VALUE SPACES.                          00002490
       01 WS-PHON-PRIOR-CODE PIC X(01) VALUE SPACES.                    00002500
                                                                        00002510
       01 WS-CUST-READ PIC 9(07) VALUE ZEROES.                          00002520
       01 WS-CUST-SCREENED PIC 9(07) VALUE ZEROES.                      00002530
       01 WS-APPL-READ PIC 9(07) VALUE ZEROES.                          00002540
       01 WS-UNSCREENABLE PIC 9(07) VALUE ZEROES.                       00002550
       01 WS-NEW-HITS PIC 9(07) VALUE ZEROES.                           00002560
       01 WS-PENDING-HITS PIC 9(07) VALUE ZEROES.                       00002570
       01 WS-CONFIRMED-TOTAL PIC 9(07) VALUE ZEROES.                    00002580
       01 WS-CLEARED-SKIPPED PIC 9(07) VALUE ZEROES.                    00002590
       01 WS-CUST-HELD PIC 9(07) VALUE ZEROES.                          00002600
       01 WS-CUST-RELEASED PIC 9(07) VALUE ZEROES.                      00002610
       01 WS-APPL-HELD PIC 9(07) VALUE ZEROES.                          00002620
       01 WS-DEC-READ PIC 9(07) VALUE ZEROES.                           00002630
       01 WS-DEC-APPLIED PIC 9(07) VALUE ZEROES.                        00002640
       01 WS-DEC-REJECTED PIC 9(07) VALUE ZEROES.                       00002650
       01 WS-DEC-REASON PIC X(40) VALUE SPACES.                         00002660
       COPY ABENDCPY.                                                   00002670
       COPY AUDITCHN.                                                   00002680
       COPY PROCDCPY.                                                   00002690
                                                                        00002700
       01 WS-HDR-LINE-1.                                                00002710
           05 FILLER PIC X(01) VALUE '1'.                               00002720
           05 FILLER PIC X(40)                                          00002730
              VALUE 'SANCSCRN - SANCTIONS SCREENING'.                   00002740
           05 FILLER PIC X(06) VALUE 'MODE '.                           00002750
           05 HDR-MODE PIC X(07).                                       00002760
           05 FILLER PIC X(12) VALUE '   RUN DATE '.                    00002770
           05 HDR-RUN-DATE PIC 9(08).                                   00002780
                                                                        00002790
       01 WS-HDR-LINE-2.                                                00002800
           05 FILLER PIC X(01) VALUE '0'.                               00002810
           05 FILLER PIC X(05) VALUE 'TYPE'.                            00002820
           05 FILLER PIC X(11) VALUE 'SUBJECT'.                         00002830
           05 FILLER PIC X(42) VALUE 'NAME'.                            00002840
           05 FILLER PIC X(12) VALUE 'LIST ENTRY'.                      00002850
           05 FILLER PIC X(06) VALUE 'LIST'.                            00002860
           05 FILLER PIC X(07) VALUE 'SCORE'.                           00002870
           05 FILLER PIC X(16) VALUE 'STATUS'.                          00002880
                                                                        00002890
       01 WS-DTL-LINE.                                                  00002900
           05 FILLER PIC X(01) VALUE SPACE.                             00002910
           05 DTL-TYPE PIC X(01).                                       00002920
           05 FILLER PIC X(04) VALUE SPACES.                            00002930
           05 DTL-SUBJECT-ID PIC 9(09).                                 00002940
           05 FILLER PIC X(02) VALUE SPACES.                            00002950
           05 DTL-NAME PIC X(40).                                       00002960
           05 FILLER PIC X(02) VALUE SPACES.                            00002970
           05 DTL-ENTRY-ID PIC X(10).                                   00002980
           05 FILLER PIC X(02) VALUE SPACES.                            00002990
           05 DTL-LIST-CD PIC X(04).                                    00003000
           05 FILLER PIC X(02) VALUE SPACES.                            00003010
           05 DTL-SCORE PIC ZZ9.                                        00003020
           05 FILLER PIC X(04) VALUE SPACES.                            00003030
           05 DTL-STATUS PIC X(16).                                     00003040
           05 FILLER PIC X(02) VALUE SPACES.                            00003050
           05 DTL-ACTION PIC X(30).                                     00003060
                                                                        00003070
       01 WS-DEC-HDR-LINE.                                              00003080
           05 FILLER PIC X(01) VALUE '0'.                               00003090
           05 FILLER PIC X(40) VALUE 'COMPLIANCE DECISIONS'.            00003100
                                                                        00003110
       01 WS-DEC-LINE.                                                  00003120
           05 FILLER PIC X(01) VALUE SPACE.                             00003130
           05 DCL-TYPE PIC X(01).                                       00003140
           05 FILLER PIC X(04) VALUE SPACES.                            00003150
           05 DCL-SUBJECT-ID PIC X(09).                                 00003160
           05 FILLER PIC X(02) VALUE SPACES.                            00003170
           05 DCL-ENTRY-ID PIC X(10).                                   00003180
           05 FILLER PIC X(02) VALUE SPACES.                            00003190
           05 DCL-DISPOSITION PIC X(01).                                00003200
           05 FILLER PIC X(02) VALUE SPACES.                            00003210
           05 DCL-OFFICER PIC X(08).                                    00003220
           05 FILLER PIC X(02) VALUE SPACES.                            00003230
           05 DCL-RESULT PIC X(40).                                     00003240
                                                                        00003250
       01 WS-TOTAL-LINE.                                                00003260
           05 FILLER PIC X(01) VALUE SPACE.                             00003270
           05 TOT-LABEL PIC X(32).                                      00003280
           05 TOT-COUNT PIC Z(06)9.                                     00003290
                                                                        00003300
       LINKAGE SECTION.                                                 00003310
       01 PARM-AREA.                                                    00003320
           05 PARM-LENGTH PIC S9(04) COMP.                              00003330
           05 PARM-TEXT PIC X(100).                                     00003340
                                                                        00003350
       PROCEDURE DIVISION USING PARM-AREA.                              00003360
       0000-MAIN.                                                       00003370
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00003380
           PERFORM 1100-LOAD-WATCH-LIST THRU 1100-EXIT                  00003390
           PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT                    00003400
           PERFORM 1300-APPLY-DECISIONS THRU 1300-EXIT                  00003410
           PERFORM 2000-SCREEN-CUSTOMERS THRU 2000-EXIT                 00003420
           IF WS-NIGHTLY-MODE                                           00003430
              PERFORM 3000-SCREEN-APPLICANTS THRU 3000-EXIT             00003440
           END-IF                                                       00003450
           PERFORM 8000-WRITE-REGISTER THRU 8000-EXIT                   00003460
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00003470
           IF WS-IO-ERROR                                               00003480
              MOVE 12 TO RETURN-CODE                                    00003490
           ELSE                                                         00003500
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00003510
           END-IF                                                       00003520
           GOBACK.                                                      00003530
                                                                        00003540
      *> ***************************************************************00003550
      *> THE PARM NAMES THE SCREEN; THEN THE RUN DATE, THE REPORT, THE  00003560
      *> REVIEW QUEUE, THE HOLD TRANSACTIONS AND THE AUDIT LOG.  ONLY   00003570
      *> THE NIGHTLY SCREEN WRITES APPLICANT HOLDS                      00003580
      *> ***************************************************************00003590
       1000-INITIALIZE.                                                 00003600
           IF PARM-LENGTH = 0                                           00003610
              MOVE "SANCSCRN NEEDS A PARM" TO WS-ABEND-MESSAGE          00003620
              GO TO 9999-ABEND                                          00003630
           END-IF                                                       00003640
           EVALUATE PARM-TEXT (1:PARM-LENGTH)                           00003650
             WHEN 'NIGHTLY'                                             00003660
               SET WS-NIGHTLY-MODE TO TRUE                              00003670
             WHEN 'WEEKLY'                                              00003680
               SET WS-WEEKLY-MODE TO TRUE                               00003690
             WHEN OTHER                                                 00003700
               MOVE "SANCSCRN PARM NOT NIGHTLY/WEEKLY"                  00003710
                  TO WS-ABEND-MESSAGE                                   00003720
               GO TO 9999-ABEND                                         00003730
           END-EVALUATE                                                 00003740
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00003750
           IF WS-PROCESS-DATE > 0                                       00003760
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00003770
           ELSE                                                         00003780
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00003790
           END-IF                                                       00003800
           OPEN OUTPUT SANC-RPT-FILE                                    00003810
           IF FS-SANC-RPT-FILE NOT = "00"                               00003820
              MOVE "OPEN FAILED ON SANC-RPT-FILE" TO WS-ABEND-MESSAGE   00003830
              GO TO 9999-ABEND                                          00003840
           END-IF                                                       00003850
           MOVE WS-MODE TO HDR-MODE                                     00003860
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00003870
           WRITE SANC-RPT-LINE FROM WS-HDR-LINE-1                       00003880
           OPEN OUTPUT REVIEW-QUEUE-FILE                                00003890
           IF FS-REVIEW-QUEUE-FILE NOT = "00"                           00003900
              MOVE "OPEN FAILED ON REVIEW-QUEUE-FILE" TO                00003910
                 WS-ABEND-MESSAGE                                       00003920
              GO TO 9999-ABEND                                          00003930
           END-IF                                                       00003940
      *> HOLD TRANSACTIONS JOIN WHATEVER ELSE IS WAITING FOR CUSTMNT    00003950
           OPEN EXTEND MAINT-TRAN-FILE                                  00003960
           IF FS-MAINT-TRAN-FILE = "35"                                 00003970
              OPEN OUTPUT MAINT-TRAN-FILE                               00003980
           END-IF                                                       00003990
           IF FS-MAINT-TRAN-FILE NOT = "00"                             00004000
              MOVE "OPEN FAILED ON MAINT-TRAN-FILE" TO WS-ABEND-MESSAGE 00004010
              GO TO 9999-ABEND                                          00004020
           END-IF                                                       00004030
           IF WS-NIGHTLY-MODE                                           00004040
              OPEN OUTPUT HOLD-FILE                                     00004050
              IF FS-HOLD-FILE NOT = "00"                                00004060
                 MOVE "OPEN FAILED ON HOLD-FILE" TO WS-ABEND-MESSAGE    00004070
                 GO TO 9999-ABEND                                       00004080
              END-IF                                                    00004090
           END-IF                                                       00004100
           MOVE "SANCSCRN" TO ALOG-PROGRAM-ID                           00004110
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT.                  00004120
       1000-EXIT.                                                       00004130
           EXIT.                                                        00004140
                                                                        00004150
      *> ***************************************************************00004160
      *> LOAD THE WATCH LIST.  NO LIST, OR AN EMPTY ONE, STOPS THE RUN  00004170
      *> RATHER THAN PASSING EVERY NAME AS CLEAN.  AN ENTRY WITH NO ID  00004180
      *> OR NO NAME CANNOT BE MATCHED AND IS COUNTED OUT                00004190
      *> ***************************************************************00004200
       1100-LOAD-WATCH-LIST.                                            00004210
           OPEN INPUT WATCH-LIST-FILE                                   00004220
           IF FS-WATCH-LIST-FILE NOT = "00"                             00004230
              MOVE "OPEN FAILED ON WATCH-LIST-FILE" TO WS-ABEND-MESSAGE 00004240
              GO TO 9999-ABEND                                          00004250
           END-IF                                                       00004260
           MOVE 'N' TO WS-EOF-SW                                        00004270
           PERFORM UNTIL WS-EOF                                         00004280
             READ WATCH-LIST-FILE                                       00004290
             EVALUATE FS-WATCH-LIST-FILE                                00004300
               WHEN "00"                                                00004310
                 ADD 1 TO WS-WATCH-READ                                 00004320
                 PERFORM 1150-LOAD-ONE-ENTRY THRU 1150-EXIT             00004330
               WHEN "10"                                                00004340
                 SET WS-EOF TO TRUE                                     00004350
               WHEN OTHER                                               00004360
                 MOVE "READ FAILED ON WATCH-LIST-FILE" TO               00004370
                    WS-ABEND-MESSAGE                                    00004380
                 GO TO 9999-ABEND                                       00004390
             END-EVALUATE                                               00004400
           END-PERFORM                                                  00004410
           CLOSE WATCH-LIST-FILE                                        00004420
           IF WS-WATCH-COUNT = 0                                        00004430
              MOVE "WATCH LIST IS EMPTY - NOTHING SCREENED" TO          00004440
                 WS-ABEND-MESSAGE                                       00004450
              GO TO 9999-ABEND                                          00004460
           END-IF                                                       00004470
           DISPLAY "WATCH-LIST ENTRIES LOADED: " WS-WATCH-COUNT.        00004480
       1100-EXIT.                                                       00004490
           EXIT.                                                        00004500
                                                                        00004510
       1150-LOAD-ONE-ENTRY.                                             00004520
           IF WLS-ENTRY-ID = SPACES                                     00004530
              OR WLS-LAST-NAME = SPACES                                 00004540
              ADD 1 TO WS-WATCH-SKIPPED                                 00004550
              SET RC-WARNING TO TRUE                                    00004560
              GO TO 1150-EXIT                                           00004570
           END-IF                                                       00004580
           IF WS-WATCH-COUNT NOT < WS-WATCH-MAX                         00004590
              MOVE "WATCH LIST LARGER THAN THE SCREENING TABLE" TO      00004600
                 WS-ABEND-MESSAGE                                       00004610
              GO TO 9999-ABEND                                          00004620
           END-IF                                                       00004630
           ADD 1 TO WS-WATCH-COUNT                                      00004640
           MOVE WLS-ENTRY-ID TO TBL-WL-ENTRY-ID (WS-WATCH-COUNT)        00004650
           MOVE WLS-LIST-CD TO TBL-WL-LIST-CD (WS-WATCH-COUNT)          00004660
           IF WLS-ENTITY                                                00004670
              MOVE 'E' TO TBL-WL-TYPE (WS-WATCH-COUNT)                  00004680
           ELSE                                                         00004690
              MOVE 'I' TO TBL-WL-TYPE (WS-WATCH-COUNT)                  00004700
           END-IF                                                       00004710
           MOVE WLS-LAST-NAME TO TBL-WL-LAST (WS-WATCH-COUNT)           00004720
           MOVE WLS-FIRST-NAME TO TBL-WL-FIRST (WS-WATCH-COUNT)         00004730
           MOVE WLS-FIRST-NAME TO WS-PHON-IN                            00004740
           PERFORM 6000-BUILD-PHONETIC-KEY THRU 6000-EXIT               00004750
           MOVE WS-PHON-OUT TO TBL-WL-FIRST-PHON (WS-WATCH-COUNT)       00004760
           MOVE WLS-LAST-NAME TO WS-PHON-IN                             00004770
           PERFORM 6000-BUILD-PHONETIC-KEY THRU 6000-EXIT               00004780
           MOVE WS-PHON-OUT TO TBL-WL-LAST-PHON (WS-WATCH-COUNT).       00004790
       1150-EXIT.                                                       00004800
           EXIT.                                                        00004810
                                                                        00004820
      *> ***************************************************************00004830
      *> LOAD LAST RUN'S REGISTER.  ITS HEADER CARRIES THE DATES OF THE 00004840
      *> LAST SCREENS; THE FIRST GENERATION IS EMPTY, SO THE FIRST      00004850
      *> NIGHTLY RUN SCREENS EVERY CUSTOMER                             00004860
      *> ***************************************************************00004870
       1200-LOAD-REGISTER.                                              00004880
           OPEN INPUT REGISTER-IN-FILE                                  00004890
           IF FS-REGISTER-IN-FILE NOT = "00"                            00004900
              MOVE "OPEN FAILED ON REGISTER-IN-FILE" TO                 00004910
                 WS-ABEND-MESSAGE                                       00004920
              GO TO 9999-ABEND                                          00004930
           END-IF                                                       00004940
           MOVE 'N' TO WS-EOF-SW                                        00004950
           PERFORM UNTIL WS-EOF                                         00004960
             READ REGISTER-IN-FILE INTO SANC-REVIEW-RECORD              00004970
             EVALUATE FS-REGISTER-IN-FILE                               00004980
               WHEN "00"                                                00004990
                 IF SRV-HEADER                                          00005000
                    MOVE SRH-LAST-NIGHTLY TO WS-LAST-NIGHTLY            00005010
                    MOVE SRH-LAST-WEEKLY TO WS-LAST-WEEKLY              00005020
                 ELSE                                                   00005030
                    IF WS-REG-COUNT NOT < WS-REG-MAX                    00005040
                       MOVE "REGISTER LARGER THAN THE SCREENING TABLE"  00005050
                          TO WS-ABEND-MESSAGE                           00005060
                       GO TO 9999-ABEND                                 00005070
                    END-IF                                              00005080
                    ADD 1 TO WS-REG-COUNT                               00005090
                    MOVE SANC-REVIEW-RECORD TO                          00005100
                       TBL-REG-REC (WS-REG-COUNT)                       00005110
                 END-IF                                                 00005120
               WHEN "10"                                                00005130
                 SET WS-EOF TO TRUE                                     00005140
               WHEN OTHER                                               00005150
                 MOVE "READ FAILED ON REGISTER-IN-FILE" TO              00005160
                    WS-ABEND-MESSAGE                                    00005170
                 GO TO 9999-ABEND                                       00005180
             END-EVALUATE                                               00005190
           END-PERFORM                                                  00005200
           CLOSE REGISTER-IN-FILE                                       00005210
           MOVE WS-REG-COUNT TO WS-REG-LOADED                           00005220
           DISPLAY "REGISTER ENTRIES LOADED: " WS-REG-COUNT             00005230
           DISPLAY "LAST NIGHTLY SCREEN: " WS-LAST-NIGHTLY              00005240
              "  LAST WEEKLY SCREEN: " WS-LAST-WEEKLY.                  00005250
       1200-EXIT.                                                       00005260
           EXIT.                                                        00005270
                                                                        00005280
      *> ***************************************************************00005290
      *> COMPLIANCE'S DECISIONS ON QUEUED HITS, SENT BACK IN THE QUEUE  00005300
      *> LAYOUT WITH THE DISPOSITION AND THE REVIEWING OFFICER.  A      00005310
      *> DECISION IS APPLIED TO THE REGISTER BEFORE ANYONE IS SCREENED, 00005320
      *> SO A HIT CLEARED TODAY RELEASES ITS HOLD TONIGHT.  NO          00005330
      *> DECISIONS DATASET MEANS NONE TODAY                             00005340
      *> ***************************************************************00005350
       1300-APPLY-DECISIONS.                                            00005360
           OPEN INPUT DECISION-FILE                                     00005370
           EVALUATE FS-DECISION-FILE                                    00005380
             WHEN "00"                                                  00005390
               CONTINUE                                                 00005400
             WHEN "35"                                                  00005410
               DISPLAY "NO COMPLIANCE DECISIONS TODAY"                  00005420
               GO TO 1300-EXIT                                          00005430
             WHEN OTHER                                                 00005440
               MOVE "OPEN FAILED ON DECISION-FILE" TO WS-ABEND-MESSAGE  00005450
               GO TO 9999-ABEND                                         00005460
           END-EVALUATE                                                 00005470
           WRITE SANC-RPT-LINE FROM WS-DEC-HDR-LINE                     00005480
           MOVE 'N' TO WS-EOF-SW                                        00005490
           PERFORM UNTIL WS-EOF                                         00005500
             READ DECISION-FILE INTO SANC-REVIEW-RECORD                 00005510
             EVALUATE FS-DECISION-FILE                                  00005520
               WHEN "00"                                                00005530
                 ADD 1 TO WS-DEC-READ                                   00005540
                 PERFORM 1350-APPLY-ONE-DECISION THRU 1350-EXIT         00005550
               WHEN "10"                                                00005560
                 SET WS-EOF TO TRUE                                     00005570
               WHEN OTHER                                               00005580
                 MOVE "READ FAILED ON DECISION-FILE" TO                 00005590
                    WS-ABEND-MESSAGE                                    00005600
                 GO TO 9999-ABEND                                       00005610
             END-EVALUATE                                               00005620
           END-PERFORM                                                  00005630
           CLOSE DECISION-FILE.                                         00005640
       1300-EXIT.                                                       00005650
           EXIT.                                                        00005660
                                                                        00005670
       1350-APPLY-ONE-DECISION.                                         00005680
           MOVE 'Y' TO WS-DEC-VALID-SW                                  00005690
           MOVE SPACES TO WS-DEC-REASON                                 00005700
           EVALUATE TRUE                                                00005710
             WHEN NOT SRV-CUSTOMER AND NOT SRV-APPLICANT                00005720
               MOVE 'SUBJECT TYPE NOT C OR A' TO WS-DEC-REASON          00005730
             WHEN SRV-SUBJECT-ID NOT NUMERIC                            00005740
               MOVE 'SUBJECT ID NOT NUMERIC' TO WS-DEC-REASON           00005750
             WHEN NOT SRV-CLEARED AND NOT SRV-CONFIRMED                 00005760
               MOVE 'DISPOSITION NOT C OR M' TO WS-DEC-REASON           00005770
             WHEN SRV-OFFICER = SPACES                                  00005780
               MOVE 'NO REVIEWING OFFICER' TO WS-DEC-REASON             00005790
             WHEN OTHER                                                 00005800
               CONTINUE                                                 00005810
           END-EVALUATE                                                 00005820
           IF WS-DEC-REASON = SPACES                                    00005830
              MOVE SRV-SUBJECT-TYPE TO WS-SUBJ-TYPE                     00005840
              MOVE SRV-SUBJECT-ID TO WS-SUBJ-ID                         00005850
              MOVE SRV-ENTRY-ID TO WS-FIND-ENTRY-ID                     00005860
              PERFORM 4300-FIND-REGISTER THRU 4300-EXIT                 00005870
              IF NOT WS-REG-FOUND                                       00005880
                 MOVE 'HIT NOT ON THE SCREENING REGISTER' TO            00005890
                    WS-DEC-REASON                                       00005900
              END-IF                                                    00005910
           END-IF                                                       00005920
           MOVE SRV-SUBJECT-TYPE TO DCL-TYPE                            00005930
           MOVE SANC-REVIEW-RECORD (2:9) TO DCL-SUBJECT-ID              00005940
           MOVE SRV-ENTRY-ID TO DCL-ENTRY-ID                            00005950
           MOVE SRV-DISPOSITION TO DCL-DISPOSITION                      00005960
           MOVE SRV-OFFICER TO DCL-OFFICER                              00005970
           IF WS-DEC-REASON NOT = SPACES                                00005980
              ADD 1 TO WS-DEC-REJECTED                                  00005990
              SET RC-WARNING TO TRUE                                    00006000
              MOVE WS-DEC-REASON TO DCL-RESULT                          00006010
              WRITE SANC-RPT-LINE FROM WS-DEC-LINE                      00006020
              GO TO 1350-EXIT                                           00006030
           END-IF                                                       00006040
      *> THE REGISTER KEEPS THE HIT AS IT WAS QUEUED; THE DECISION      00006050
      *> ONLY SUPPLIES THE DISPOSITION, THE OFFICER AND THE DATE        00006060
           MOVE SRV-DISPOSITION TO TBL-REG-REC (WS-REG-SUB) (84:1)      00006070
           MOVE SRV-OFFICER TO TBL-REG-REC (WS-REG-SUB) (85:8)          00006080
           IF SRV-DISP-DATE NOT NUMERIC OR SRV-DISP-DATE = 0            00006090
              MOVE WS-RUN-DATE TO SRV-DISP-DATE                         00006100
           END-IF                                                       00006110
           MOVE SANC-REVIEW-RECORD (93:8) TO                            00006120
              TBL-REG-REC (WS-REG-SUB) (93:8)                           00006130
           ADD 1 TO WS-DEC-APPLIED                                      00006140
           IF SRV-CLEARED                                               00006150
              MOVE 'CLEARED AS A FALSE POSITIVE' TO DCL-RESULT          00006160
              MOVE "SANC CLEARED" TO ALOG-ACTION                        00006170
           ELSE                                                         00006180
              MOVE 'CONFIRMED MATCH - STAYS HELD' TO DCL-RESULT         00006190
              MOVE "SANC CONFIRM" TO ALOG-ACTION                        00006200
           END-IF                                                       00006210
           WRITE SANC-RPT-LINE FROM WS-DEC-LINE                         00006220
           MOVE SPACES TO ALOG-DETAIL                                   00006230
           STRING SRV-SUBJECT-TYPE ' ' WS-SUBJ-ID                       00006240
              ' ENTRY ' SRV-ENTRY-ID ' BY ' SRV-OFFICER                 00006250
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00006260
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00006270
       1350-EXIT.                                                       00006280
           EXIT.                                                        00006290
                                                                        00006300
      *> ***************************************************************00006310
      *> CUSTOMERS.  THE WEEKLY SCREEN TAKES THE WHOLE MASTER AGAINST   00006320
      *> THE CURRENT LIST; THE NIGHTLY ONE TAKES CUSTOMERS ENTERED      00006330
      *> SINCE THE LAST NIGHTLY RUN, PLUS EVERY CUSTOMER ALREADY HELD   00006340
      *> SO A CLEARED HOLD IS LIFTED WITHOUT WAITING FOR THE WEEK       00006350
      *> ***************************************************************00006360
       2000-SCREEN-CUSTOMERS.                                           00006370
           OPEN INPUT CUST-MASTER-FILE                                  00006380
           IF FS-CUST-MASTER-FILE NOT = "00"                            00006390
              MOVE "OPEN FAILED ON CUST-MASTER-FILE" TO                 00006400
                 WS-ABEND-MESSAGE                                       00006410
              GO TO 9999-ABEND                                          00006420
           END-IF                                                       00006430
           WRITE SANC-RPT-LINE FROM WS-HDR-LINE-2                       00006440
           MOVE 'N' TO WS-EOF-SW                                        00006450
           PERFORM UNTIL WS-EOF                                         00006460
             READ CUST-MASTER-FILE                                      00006470
             EVALUATE FS-CUST-MASTER-FILE                               00006480
               WHEN "00"                                                00006490
                 ADD 1 TO WS-CUST-READ                                  00006500
                 PERFORM 2100-SCREEN-ONE-CUSTOMER THRU 2100-EXIT        00006510
               WHEN "10"                                                00006520
                 SET WS-EOF TO TRUE                                     00006530
               WHEN OTHER                                               00006540
                 DISPLAY "READ FAILED, CUST-MASTER-FILE STATUS: "       00006550
                   FS-CUST-MASTER-FILE                                  00006560
                 SET WS-IO-ERROR TO TRUE                                00006570
                 SET WS-EOF TO TRUE                                     00006580
             END-EVALUATE                                               00006590
           END-PERFORM                                                  00006600
           CLOSE CUST-MASTER-FILE.                                      00006610
       2000-EXIT.                                                       00006620
           EXIT.                                                        00006630
                                                                        00006640
       2100-SCREEN-ONE-CUSTOMER.                                        00006650
           IF WS-NIGHTLY-MODE                                           00006660
              AND CUST-ENTRY-DATE < WS-LAST-NIGHTLY                     00006670
              AND NOT CUST-SANC-HELD                                    00006680
              GO TO 2100-EXIT                                           00006690
           END-IF                                                       00006700
           MOVE 'C' TO WS-SUBJ-TYPE                                     00006710
           MOVE CUST-ID TO WS-SUBJ-ID                                   00006720
           MOVE CUST-FIRST-NAME TO WS-SUBJ-FIRST                        00006730
           MOVE CUST-LAST-NAME TO WS-SUBJ-LAST                          00006740
           PERFORM 4000-SCREEN-SUBJECT THRU 4000-EXIT                   00006750
           IF WS-SUBJ-LAST = SPACES                                     00006760
              GO TO 2100-EXIT                                           00006770
           END-IF                                                       00006780
           ADD 1 TO WS-CUST-SCREENED                                    00006790
           IF WS-OPEN-HITS > 0                                          00006800
              AND NOT CUST-SANC-HELD                                    00006810
              MOVE 'H' TO CMT-NEW-VALUE                                 00006820
              PERFORM 5000-WRITE-HOLD-TRAN THRU 5000-EXIT               00006830
              ADD 1 TO WS-CUST-HELD                                     00006840
           END-IF                                                       00006850
           IF WS-OPEN-HITS = 0                                          00006860
              AND CUST-SANC-HELD                                        00006870
              MOVE 'C' TO CMT-NEW-VALUE                                 00006880
              PERFORM 5000-WRITE-HOLD-TRAN THRU 5000-EXIT               00006890
              ADD 1 TO WS-CUST-RELEASED                                 00006900
           END-IF.                                                      00006910
       2100-EXIT.                                                       00006920
           EXIT.                                                        00006930
                                                                        00006940
      *> ***************************************************************00006950
      *> TONIGHT'S APPLICANTS, BEFORE CONDI DECIDES THEM.  NO APPLICANT 00006960
      *> DATASET MEANS NO APPLICATIONS TONIGHT                          00006970
      *> ***************************************************************00006980
       3000-SCREEN-APPLICANTS.                                          00006990
           OPEN INPUT APPLICANT-FILE                                    00007000
           EVALUATE FS-APPLICANT-FILE                                   00007010
             WHEN "00"                                                  00007020
               CONTINUE                                                 00007030
             WHEN "35"                                                  00007040
               DISPLAY "NO APPLICANTS TONIGHT"                          00007050
               GO TO 3000-EXIT                                          00007060
             WHEN OTHER                                                 00007070
               MOVE "OPEN FAILED ON APPLICANT-FILE" TO WS-ABEND-MESSAGE 00007080
               GO TO 9999-ABEND                                         00007090
           END-EVALUATE                                                 00007100
           MOVE 'N' TO WS-EOF-SW                                        00007110
           PERFORM UNTIL WS-EOF                                         00007120
             READ APPLICANT-FILE                                        00007130
             EVALUATE FS-APPLICANT-FILE                                 00007140
               WHEN "00"                                                00007150
                 ADD 1 TO WS-APPL-READ                                  00007160
                 PERFORM 3100-SCREEN-ONE-APPLICANT THRU 3100-EXIT       00007170
               WHEN "10"                                                00007180
                 SET WS-EOF TO TRUE                                     00007190
               WHEN OTHER                                               00007200
                 DISPLAY "READ FAILED, APPLICANT-FILE STATUS: "         00007210
                   FS-APPLICANT-FILE                                    00007220
                 SET WS-IO-ERROR TO TRUE                                00007230
                 SET WS-EOF TO TRUE                                     00007240
             END-EVALUATE                                               00007250
           END-PERFORM                                                  00007260
           CLOSE APPLICANT-FILE.                                        00007270
       3000-EXIT.                                                       00007280
           EXIT.                                                        00007290
                                                                        00007300
       3100-SCREEN-ONE-APPLICANT.                                       00007310
           MOVE 'A' TO WS-SUBJ-TYPE                                     00007320
           MOVE APPL-ID TO WS-SUBJ-ID                                   00007330
           PERFORM 3150-SPLIT-NAME THRU 3150-EXIT                       00007340
           PERFORM 4000-SCREEN-SUBJECT THRU 4000-EXIT                   00007350
           IF WS-OPEN-HITS = 0                                          00007360
              GO TO 3100-EXIT                                           00007370
           END-IF                                                       00007380
           MOVE SPACES TO SANC-HOLD-RECORD                              00007390
           MOVE APPL-ID TO SHD-APPL-ID                                  00007400
           MOVE WS-BEST-ENTRY-ID TO SHD-ENTRY-ID                        00007410
           MOVE WS-BEST-SCORE TO SHD-MATCH-SCORE                        00007420
           IF WS-CONFIRMED-HITS > 0                                     00007430
              MOVE 'M' TO SHD-DISPOSITION                               00007440
           END-IF                                                       00007450
           WRITE SANC-HOLD-RECORD                                       00007460
           IF FS-HOLD-FILE NOT = "00"                                   00007470
              DISPLAY "WRITE FAILED, HOLD-FILE STATUS: " FS-HOLD-FILE   00007480
              SET WS-IO-ERROR TO TRUE                                   00007490
           END-IF                                                       00007500
           ADD 1 TO WS-APPL-HELD.                                       00007510
       3100-EXIT.                                                       00007520
           EXIT.                                                        00007530
                                                                        00007540
       3150-SPLIT-NAME.                                                 00007550
           MOVE SPACES TO WS-SUBJ-FIRST                                 00007560
           MOVE SPACES TO WS-SUBJ-LAST                                  00007570
           MOVE 1 TO WS-SPLIT-PTR                                       00007580
           UNSTRING APPL-NAME DELIMITED BY ALL SPACE                    00007590
              INTO WS-SUBJ-FIRST                                        00007600
              WITH POINTER WS-SPLIT-PTR                                 00007610
           END-UNSTRING                                                 00007620
           IF WS-SPLIT-PTR < 21                                         00007630
              MOVE APPL-NAME (WS-SPLIT-PTR:) TO WS-SUBJ-LAST            00007640
           END-IF                                                       00007650
           IF WS-SUBJ-LAST = SPACES                                     00007660
              MOVE WS-SUBJ-FIRST TO WS-SUBJ-LAST                        00007670
              MOVE SPACES TO WS-SUBJ-FIRST                              00007680
           END-IF.                                                      00007690
       3150-EXIT.                                                       00007700
           EXIT.                                                        00007710
                                                                        00007720
      *> ***************************************************************00007730
      *> SCREEN ONE NAME AGAINST EVERY LIST ENTRY.  A NAME WITH NO LAST 00007740
      *> NAME CANNOT BE SCREENED AND IS COUNTED OUT FOR THE DESK        00007750
      *> ***************************************************************00007760
       4000-SCREEN-SUBJECT.                                             00007770
           MOVE ZEROES TO WS-OPEN-HITS                                  00007780
           MOVE ZEROES TO WS-CONFIRMED-HITS                             00007790
           MOVE ZEROES TO WS-BEST-SCORE                                 00007800
           MOVE SPACES TO WS-BEST-ENTRY-ID                              00007810
           IF WS-SUBJ-LAST = SPACES                                     00007820
              ADD 1 TO WS-UNSCREENABLE                                  00007830
              SET RC-WARNING TO TRUE                                    00007840
              MOVE SPACES TO WS-DTL-LINE                                00007850
              MOVE WS-SUBJ-TYPE TO DTL-TYPE                             00007860
              MOVE WS-SUBJ-ID TO DTL-SUBJECT-ID                         00007870
              MOVE WS-SUBJ-FIRST TO DTL-NAME                            00007880
              MOVE 'NO LAST NAME' TO DTL-STATUS                         00007890
              MOVE 'NOT SCREENED' TO DTL-ACTION                         00007900
              WRITE SANC-RPT-LINE FROM WS-DTL-LINE                      00007910
              GO TO 4000-EXIT                                           00007920
           END-IF                                                       00007930
           MOVE SPACES TO WS-SUBJ-NAME                                  00007940
           STRING WS-SUBJ-FIRST DELIMITED BY '  '                       00007950
                  ' ' DELIMITED BY SIZE                                 00007960
                  WS-SUBJ-LAST DELIMITED BY '  '                        00007970
              INTO WS-SUBJ-NAME                                         00007980
           END-STRING                                                   00007990
           IF WS-SUBJ-FIRST = SPACES                                    00008000
              MOVE WS-SUBJ-LAST TO WS-SUBJ-NAME                         00008010
           END-IF                                                       00008020
           MOVE WS-SUBJ-FIRST TO WS-PHON-IN                             00008030
           PERFORM 6000-BUILD-PHONETIC-KEY THRU 6000-EXIT               00008040
           MOVE WS-PHON-OUT TO WS-SUBJ-FIRST-PHON                       00008050
           MOVE WS-SUBJ-LAST TO WS-PHON-IN                              00008060
           PERFORM 6000-BUILD-PHONETIC-KEY THRU 6000-EXIT               00008070
           MOVE WS-PHON-OUT TO WS-SUBJ-LAST-PHON                        00008080
           PERFORM 4100-SCORE-ONE-ENTRY THRU 4100-EXIT                  00008090
              VARYING WS-WL-SUB FROM 1 BY 1                             00008100
              UNTIL WS-WL-SUB > WS-WATCH-COUNT.                         00008110
       4000-EXIT.                                                       00008120
           EXIT.                                                        00008130
                                                                        00008140
      *> ***************************************************************00008150
      *> SCORE THE NAME AGAINST ONE ENTRY.  AN ENTITY MUST MATCH ITS    00008160
      *> WHOLE NAME EXACTLY.  A PERSON NEEDS THE LAST NAME TO SOUND     00008170
      *> ALIKE, THEN SCORES BY HOW CLOSE THE FIRST NAME IS:             00008180
      *>   100 BOTH NAMES EXACT                                         00008190
      *>    90 LAST NAME EXACT, FIRST NAME SOUNDS ALIKE                 00008200
      *>    80 BOTH NAMES SOUND ALIKE                                   00008210
      *>    60 ONE SIDE HAS NO FIRST NAME, OR ONLY THE INITIAL AGREES   00008220
      *> AND A NAME CAPTURED THE OTHER WAY ROUND, FIRST NAME AS LAST,   00008230
      *> SCORES 70 WHEN BOTH HALVES SOUND ALIKE CROSSWISE               00008240
      *> ***************************************************************00008250
       4100-SCORE-ONE-ENTRY.                                            00008260
           MOVE ZEROES TO WS-SCORE                                      00008270
           IF TBL-WL-TYPE (WS-WL-SUB) = 'E'                             00008280
              IF TBL-WL-LAST (WS-WL-SUB) = WS-SUBJ-NAME                 00008290
                 MOVE 100 TO WS-SCORE                                   00008300
              END-IF                                                    00008310
           ELSE                                                         00008320
              IF TBL-WL-LAST-PHON (WS-WL-SUB) = WS-SUBJ-LAST-PHON       00008330
                 EVALUATE TRUE                                          00008340
                   WHEN TBL-WL-LAST (WS-WL-SUB) = WS-SUBJ-LAST          00008350
                    AND TBL-WL-FIRST (WS-WL-SUB) = WS-SUBJ-FIRST        00008360
                     MOVE 100 TO WS-SCORE                               00008370
                   WHEN TBL-WL-FIRST (WS-WL-SUB) = SPACES               00008380
                     OR WS-SUBJ-FIRST = SPACES                          00008390
                     MOVE 60 TO WS-SCORE                                00008400
                   WHEN TBL-WL-LAST (WS-WL-SUB) = WS-SUBJ-LAST          00008410
                    AND TBL-WL-FIRST-PHON (WS-WL-SUB) =                 00008420
                        WS-SUBJ-FIRST-PHON                              00008430
                     MOVE 90 TO WS-SCORE                                00008440
                   WHEN TBL-WL-FIRST-PHON (WS-WL-SUB) =                 00008450
                        WS-SUBJ-FIRST-PHON                              00008460
                     MOVE 80 TO WS-SCORE                                00008470
                   WHEN TBL-WL-FIRST (WS-WL-SUB) (1:1) =                00008480
                        WS-SUBJ-FIRST (1:1)                             00008490
                     MOVE 60 TO WS-SCORE                                00008500
                   WHEN OTHER                                           00008510
                     CONTINUE                                           00008520
                 END-EVALUATE                                           00008530
              ELSE                                                      00008540
                 IF TBL-WL-FIRST (WS-WL-SUB) NOT = SPACES               00008550
                    AND WS-SUBJ-FIRST NOT = SPACES                      00008560
                    AND TBL-WL-LAST-PHON (WS-WL-SUB) =                  00008570
                        WS-SUBJ-FIRST-PHON                              00008580
                    AND TBL-WL-FIRST-PHON (WS-WL-SUB) =                 00008590
                        WS-SUBJ-LAST-PHON                               00008600
                    MOVE 70 TO WS-SCORE                                 00008610
                 END-IF                                                 00008620
              END-IF                                                    00008630
           END-IF                                                       00008640
           IF WS-SCORE NOT < WS-HIT-THRESHOLD                           00008650
              PERFORM 4200-RECORD-HIT THRU 4200-EXIT                    00008660
           END-IF.                                                      00008670
       4100-EXIT.                                                       00008680
           EXIT.                                                        00008690
                                                                        00008700
      *> ***************************************************************00008710
      *> A POTENTIAL MATCH.  THE REGISTER SAYS WHETHER IT IS NEW (QUEUE 00008720
      *> IT), ALREADY WAITING FOR COMPLIANCE, CONFIRMED, OR CLEARED.  A 00008730
      *> CLEARANCE HOLDS ONLY FOR THE NAME IT WAS GIVEN TO: IF THE      00008740
      *> SUBJECT'S NAME NOW SOUNDS DIFFERENT THE HIT IS QUEUED AGAIN    00008750
      *> ***************************************************************00008760
       4200-RECORD-HIT.                                                 00008770
           MOVE TBL-WL-ENTRY-ID (WS-WL-SUB) TO WS-FIND-ENTRY-ID         00008780
           PERFORM 4300-FIND-REGISTER THRU 4300-EXIT                    00008790
           IF WS-REG-FOUND                                              00008800
              MOVE TBL-REG-REC (WS-REG-SUB) TO SANC-REVIEW-RECORD       00008810
              IF SRV-NAME-KEY = WS-SUBJ-NAME-KEY                        00008820
                 GO TO 4250-KNOWN-HIT                                   00008830
              END-IF                                                    00008840
              MOVE 'RENAMED - NEW' TO WS-HIT-STATUS                     00008850
           ELSE                                                         00008860
              IF WS-REG-COUNT NOT < WS-REG-MAX                          00008870
                 MOVE "REGISTER FULL - HITS CANNOT BE RECORDED" TO      00008880
                    WS-ABEND-MESSAGE                                    00008890
                 GO TO 9999-ABEND                                       00008900
              END-IF                                                    00008910
              ADD 1 TO WS-REG-COUNT                                     00008920
              MOVE WS-REG-COUNT TO WS-REG-SUB                           00008930
              MOVE 'NEW' TO WS-HIT-STATUS                               00008940
           END-IF                                                       00008950
           MOVE SPACES TO SANC-REVIEW-RECORD                            00008960
           MOVE WS-SUBJ-TYPE TO SRV-SUBJECT-TYPE                        00008970
           MOVE WS-SUBJ-ID TO SRV-SUBJECT-ID                            00008980
           MOVE TBL-WL-ENTRY-ID (WS-WL-SUB) TO SRV-ENTRY-ID             00008990
           MOVE TBL-WL-LIST-CD (WS-WL-SUB) TO SRV-LIST-CD               00009000
           MOVE WS-SUBJ-NAME TO SRV-SUBJECT-NAME                        00009010
           MOVE WS-SUBJ-NAME-KEY TO SRV-NAME-KEY                        00009020
           MOVE WS-SCORE TO SRV-MATCH-SCORE                             00009030
           MOVE WS-RUN-DATE TO SRV-QUEUE-DATE                           00009040
           MOVE ZEROES TO SRV-DISP-DATE                                 00009050
           MOVE SANC-REVIEW-RECORD TO TBL-REG-REC (WS-REG-SUB)          00009060
           WRITE REVIEW-QUEUE-REC FROM SANC-REVIEW-RECORD               00009070
           IF FS-REVIEW-QUEUE-FILE NOT = "00"                           00009080
              DISPLAY "WRITE FAILED, REVIEW-QUEUE-FILE STATUS: "        00009090
                FS-REVIEW-QUEUE-FILE                                    00009100
              SET WS-IO-ERROR TO TRUE                                   00009110
           END-IF                                                       00009120
           ADD 1 TO WS-NEW-HITS                                         00009130
           MOVE 'QUEUED FOR COMPLIANCE REVIEW' TO DTL-ACTION            00009140
           GO TO 4280-COUNT-OPEN.                                       00009150
                                                                        00009160
       4250-KNOWN-HIT.                                                  00009170
           EVALUATE TRUE                                                00009180
             WHEN SRV-CLEARED                                           00009190
               ADD 1 TO WS-CLEARED-SKIPPED                              00009200
               GO TO 4200-EXIT                                          00009210
             WHEN SRV-CONFIRMED                                         00009220
               ADD 1 TO WS-CONFIRMED-TOTAL                              00009230
               ADD 1 TO WS-CONFIRMED-HITS                               00009240
               MOVE 'CONFIRMED' TO WS-HIT-STATUS                        00009250
             WHEN OTHER                                                 00009260
               ADD 1 TO WS-PENDING-HITS                                 00009270
               MOVE 'AWAITING REVIEW' TO WS-HIT-STATUS                  00009280
           END-EVALUATE                                                 00009290
           MOVE SPACES TO DTL-ACTION.                                   00009300
                                                                        00009310
       4280-COUNT-OPEN.                                                 00009320
           ADD 1 TO WS-OPEN-HITS                                        00009330
           IF WS-SCORE > WS-BEST-SCORE                                  00009340
              MOVE WS-SCORE TO WS-BEST-SCORE                            00009350
              MOVE TBL-WL-ENTRY-ID (WS-WL-SUB) TO WS-BEST-ENTRY-ID      00009360
           END-IF                                                       00009370
           MOVE WS-SUBJ-TYPE TO DTL-TYPE                                00009380
           MOVE WS-SUBJ-ID TO DTL-SUBJECT-ID                            00009390
           MOVE WS-SUBJ-NAME TO DTL-NAME                                00009400
           MOVE TBL-WL-ENTRY-ID (WS-WL-SUB) TO DTL-ENTRY-ID             00009410
           MOVE TBL-WL-LIST-CD (WS-WL-SUB) TO DTL-LIST-CD               00009420
           MOVE WS-SCORE TO DTL-SCORE                                   00009430
           MOVE WS-HIT-STATUS TO DTL-STATUS                             00009440
           WRITE SANC-RPT-LINE FROM WS-DTL-LINE.                        00009450
       4200-EXIT.                                                       00009460
           EXIT.                                                        00009470
                                                                        00009480
       4300-FIND-REGISTER.                                              00009490
           MOVE 'N' TO WS-REG-FOUND-SW                                  00009500
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1                       00009510
                    UNTIL WS-REG-SUB > WS-REG-COUNT                     00009520
                    OR WS-REG-FOUND                                     00009530
             IF TBL-REG-TYPE (WS-REG-SUB) = WS-SUBJ-TYPE                00009540
                AND TBL-REG-ID (WS-REG-SUB) = WS-SUBJ-ID                00009550
                AND TBL-REG-ENTRY-ID (WS-REG-SUB) = WS-FIND-ENTRY-ID    00009560
                SET WS-REG-FOUND TO TRUE                                00009570
             END-IF                                                     00009580
           END-PERFORM                                                  00009590
           IF WS-REG-FOUND                                              00009600
              SUBTRACT 1 FROM WS-REG-SUB                                00009610
           END-IF.                                                      00009620
       4300-EXIT.                                                       00009630
           EXIT.                                                        00009640
                                                                        00009650
      *> ***************************************************************00009660
      *> QUEUE THE CUSTMNT 'W' TRANSACTION THAT PLACES ('H') OR LIFTS   00009670
      *> ('C') THE CUSTOMER'S SANCTIONS HOLD, AND SAY SO ON THE TRAIL   00009680
      *> ***************************************************************00009690
       5000-WRITE-HOLD-TRAN.                                            00009700
           MOVE 'W' TO CMT-TYPE-CD                                      00009710
           MOVE CUST-ID TO CMT-CUST-ID                                  00009720
           MOVE WS-RUN-DATE TO CMT-EFF-DATE                             00009730
           MOVE SPACES TO CMT-TIN-VALUE                                 00009740
           WRITE MAINT-TRAN-REC                                         00009750
           IF FS-MAINT-TRAN-FILE NOT = "00"                             00009760
              DISPLAY "WRITE FAILED, MAINT-TRAN-FILE STATUS: "          00009770
                FS-MAINT-TRAN-FILE                                      00009780
              SET WS-IO-ERROR TO TRUE                                   00009790
           END-IF                                                       00009800
           MOVE SPACES TO WS-DTL-LINE                                   00009810
           MOVE 'C' TO DTL-TYPE                                         00009820
           MOVE CUST-ID TO DTL-SUBJECT-ID                               00009830
           MOVE WS-SUBJ-NAME TO DTL-NAME                                00009840
           IF CMT-NEW-VALUE = 'H'                                       00009850
              MOVE "SANC HOLD" TO ALOG-ACTION                           00009860
              MOVE 'CUSTOMER HOLD QUEUED' TO DTL-ACTION                 00009870
           ELSE                                                         00009880
              MOVE "SANC RELEASE" TO ALOG-ACTION                        00009890
              MOVE 'CUSTOMER RELEASE QUEUED' TO DTL-ACTION              00009900
           END-IF                                                       00009910
           WRITE SANC-RPT-LINE FROM WS-DTL-LINE                         00009920
           MOVE SPACES TO ALOG-DETAIL                                   00009930
           STRING "CUST " CUST-ID " HOLD " CMT-NEW-VALUE                00009940
              " QUEUED FOR CUSTMNT"                                     00009950
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00009960
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00009970
       5000-EXIT.                                                       00009980
           EXIT.                                                        00009990
                                                                        00010000
      *> ***************************************************************00010010
      *> BUILD A FOUR-BYTE SOUND-ALIKE KEY FROM WS-PHON-IN: FIRST       00010020
      *> LETTER KEPT, REMAINING LETTERS CODED BY CONSONANT SOUND        00010030
      *> CLASS, VOWELS AND H/W/Y DROPPED, REPEATED CODES COLLAPSED,     00010040
      *> RIGHT-PADDED WITH ZEROS - KEPT IDENTICAL TO CUSTDEDU SO THE    00010050
      *> TWO PROGRAMS ALWAYS AGREE ON WHO SOUNDS LIKE WHOM              00010060
      *> ***************************************************************00010070
       6000-BUILD-PHONETIC-KEY.                                         00010080
           MOVE '0000' TO WS-PHON-OUT                                   00010090
           MOVE 1 TO WS-PHON-LEN                                        00010100
           MOVE SPACES TO WS-PHON-PRIOR-CODE                            00010110
           IF WS-PHON-IN = SPACES                                       00010120
              GO TO 6000-EXIT                                           00010130
           END-IF                                                       00010140
           MOVE WS-PHON-IN (1:1) TO WS-PHON-OUT (1:1)                   00010150
           MOVE WS-PHON-IN (1:1) TO WS-PHON-CHAR                        00010160
           PERFORM 6100-CODE-ONE-CHAR THRU 6100-EXIT                    00010170
           MOVE WS-PHON-CODE TO WS-PHON-PRIOR-CODE                      00010180
           PERFORM VARYING WS-PHON-SUB FROM 2 BY 1                      00010190
                    UNTIL WS-PHON-SUB > 20                              00010200
                    OR WS-PHON-LEN NOT < 4                              00010210
             MOVE WS-PHON-IN (WS-PHON-SUB:1) TO WS-PHON-CHAR            00010220
             IF WS-PHON-CHAR NOT = SPACE                                00010230
                PERFORM 6100-CODE-ONE-CHAR THRU 6100-EXIT               00010240
                IF WS-PHON-CODE NOT = '0'                               00010250
                   AND WS-PHON-CODE NOT = WS-PHON-PRIOR-CODE            00010260
                   ADD 1 TO WS-PHON-LEN                                 00010270
                   MOVE WS-PHON-CODE TO                                 00010280
                      WS-PHON-OUT (WS-PHON-LEN:1)                       00010290
                END-IF                                                  00010300
                MOVE WS-PHON-CODE TO WS-PHON-PRIOR-CODE                 00010310
             END-IF                                                     00010320
           END-PERFORM.                                                 00010330
       6000-EXIT.                                                       00010340
           EXIT.                                                        00010350
                                                                        00010360
       6100-CODE-ONE-CHAR.                                              00010370
           EVALUATE WS-PHON-CHAR                                        00010380
             WHEN 'B' WHEN 'F' WHEN 'P' WHEN 'V'                        00010390
               MOVE '1' TO WS-PHON-CODE                                 00010400
             WHEN 'C' WHEN 'G' WHEN 'J' WHEN 'K'                        00010410
             WHEN 'Q' WHEN 'S' WHEN 'X' WHEN 'Z'                        00010420
               MOVE '2' TO WS-PHON-CODE                                 00010430
             WHEN 'D' WHEN 'T'                                          00010440
               MOVE '3' TO WS-PHON-CODE                                 00010450
             WHEN 'L'                                                   00010460
               MOVE '4' TO WS-PHON-CODE                                 00010470
             WHEN 'M' WHEN 'N'                                          00010480
               MOVE '5' TO WS-PHON-CODE                                 00010490
             WHEN 'R'                                                   00010500
               MOVE '6' TO WS-PHON-CODE                                 00010510
             WHEN OTHER                                                 00010520
               MOVE '0' TO WS-PHON-CODE                                 00010530
           END-EVALUATE.                                                00010540
       6100-EXIT.                                                       00010550
           EXIT.                                                        00010560
                                                                        00010570
      *> ***************************************************************00010580
      *> WRITE THE NEXT REGISTER GENERATION: THE HEADER WITH TONIGHT'S  00010590
      *> SCREEN DATE, THEN EVERY HIT.  A WEEKLY SCREEN COVERS THE WHOLE 00010600
      *> MASTER, SO IT MOVES THE NIGHTLY WINDOW ON AS WELL              00010610
      *> ***************************************************************00010620
       8000-WRITE-REGISTER.                                             00010630
           OPEN OUTPUT REGISTER-OUT-FILE                                00010640
           IF FS-REGISTER-OUT-FILE NOT = "00"                           00010650
              MOVE "OPEN FAILED ON REGISTER-OUT-FILE" TO                00010660
                 WS-ABEND-MESSAGE                                       00010670
              GO TO 9999-ABEND                                          00010680
           END-IF                                                       00010690
           IF WS-WEEKLY-MODE                                            00010700
              MOVE WS-RUN-DATE TO WS-LAST-WEEKLY                        00010710
           END-IF                                                       00010720
           MOVE WS-RUN-DATE TO WS-LAST-NIGHTLY                          00010730
           MOVE SPACES TO SANC-REVIEW-RECORD                            00010740
           MOVE 'H' TO SRV-SUBJECT-TYPE                                 00010750
           MOVE WS-LAST-NIGHTLY TO SRH-LAST-NIGHTLY                     00010760
           MOVE WS-LAST-WEEKLY TO SRH-LAST-WEEKLY                       00010770
           WRITE REGISTER-OUT-REC FROM SANC-REVIEW-RECORD               00010780
           PERFORM 8050-WRITE-ONE-ENTRY THRU 8050-EXIT                  00010790
              VARYING WS-REG-SUB FROM 1 BY 1                            00010800
              UNTIL WS-REG-SUB > WS-REG-COUNT                           00010810
           CLOSE REGISTER-OUT-FILE.                                     00010820
       8000-EXIT.                                                       00010830
           EXIT.                                                        00010840
                                                                        00010850
       8050-WRITE-ONE-ENTRY.                                            00010860
           WRITE REGISTER-OUT-REC FROM TBL-REG-REC (WS-REG-SUB)         00010870
           IF FS-REGISTER-OUT-FILE NOT = "00"                           00010880
              DISPLAY "WRITE FAILED, REGISTER-OUT-FILE STATUS: "        00010890
                FS-REGISTER-OUT-FILE                                    00010900
              SET WS-IO-ERROR TO TRUE                                   00010910
           END-IF.                                                      00010920
       8050-EXIT.                                                       00010930
           EXIT.                                                        00010940
                                                                        00010950
      *> ***************************************************************00010960
      *> RUN TOTALS TO THE REPORT AND THE LOG, THEN CLOSE UP            00010970
      *> ***************************************************************00010980
       9000-TERMINATE.                                                  00010990
           MOVE SPACES TO SANC-RPT-LINE                                 00011000
           WRITE SANC-RPT-LINE                                          00011010
           MOVE 'WATCH-LIST ENTRIES SCREENED' TO TOT-LABEL              00011020
           MOVE WS-WATCH-COUNT TO TOT-COUNT                             00011030
           WRITE SANC-RPT-LINE FROM WS-TOTAL-LINE                       00011040
           MOVE 'WATCH-LIST ENTRIES UNUSABLE' TO TOT-LABEL              00011050
           MOVE WS-WATCH-SKIPPED TO TOT-COUNT                           00011060
           WRITE SANC-RPT-LINE FROM WS-TOTAL-LINE                       00011070
           MOVE 'CUSTOMERS SCREENED' TO TOT-LABEL                       00011080
           MOVE WS-CUST-SCREENED TO TOT-COUNT                           00011090
           WRITE SANC-RPT-LINE FROM WS-TOTAL-LINE                       00011100
           MOVE 'APPLICANTS SCREENED' TO TOT-LABEL                      00011110
           MOVE WS-APPL-READ TO TOT-COUNT                               00011120
           WRITE SANC-RPT-LINE FROM WS-TOTAL-LINE                       00011130
           MOVE 'NAMES NOT SCREENABLE' TO TOT-LABEL                     00011140
           MOVE WS-UNSCREENABLE TO TOT-COUNT                            00011150
           WRITE SANC-RPT-LINE FROM WS-TOTAL-LINE                       00011160
           MOVE 'NEW HITS QUEUED' TO TOT-LABEL                          00011170
           MOVE WS-NEW-HITS TO TOT-COUNT                                00011180
           WRITE SANC-RPT-LINE FROM WS-TOTAL-LINE                       00011190
           MOVE 'HITS AWAITING REVIEW' TO TOT-LABEL                     00011200
           MOVE WS-PENDING-HITS TO TOT-COUNT                            00011210
           WRITE SANC-RPT-LINE FROM WS-TOTAL-LINE                       00011220
           MOVE 'CONFIRMED MATCHES' TO TOT-LABEL                        00011230
           MOVE WS-CONFIRMED-TOTAL TO TOT-COUNT                         00011240
           WRITE SANC-RPT-LINE FROM WS-TOTAL-LINE                       00011250
           MOVE 'CLEARED FALSE POSITIVES SKIPPED' TO TOT-LABEL          00011260
           MOVE WS-CLEARED-SKIPPED TO TOT-COUNT                         00011270
           WRITE SANC-RPT-LINE FROM WS-TOTAL-LINE                       00011280
           MOVE 'CUSTOMER HOLDS QUEUED' TO TOT-LABEL                    00011290
           MOVE WS-CUST-HELD TO TOT-COUNT                               00011300
           WRITE SANC-RPT-LINE FROM WS-TOTAL-LINE                       00011310
           MOVE 'CUSTOMER RELEASES QUEUED' TO TOT-LABEL                 00011320
           MOVE WS-CUST-RELEASED TO TOT-COUNT                           00011330
           WRITE SANC-RPT-LINE FROM WS-TOTAL-LINE                       00011340
           MOVE 'APPLICANTS HELD FOR CONDI' TO TOT-LABEL                00011350
           MOVE WS-APPL-HELD TO TOT-COUNT                               00011360
           WRITE SANC-RPT-LINE FROM WS-TOTAL-LINE                       00011370
           MOVE 'DECISIONS APPLIED' TO TOT-LABEL                        00011380
           MOVE WS-DEC-APPLIED TO TOT-COUNT                             00011390
           WRITE SANC-RPT-LINE FROM WS-TOTAL-LINE                       00011400
           MOVE 'DECISIONS REJECTED' TO TOT-LABEL                       00011410
           MOVE WS-DEC-REJECTED TO TOT-COUNT                            00011420
           WRITE SANC-RPT-LINE FROM WS-TOTAL-LINE                       00011430
           DISPLAY "===== SANCSCRN RUN SUMMARY ====="                   00011440
           DISPLAY "MODE             : " WS-MODE                        00011450
           DISPLAY "CUSTOMERS READ   : " WS-CUST-READ                   00011460
           DISPLAY "CUSTOMERS SCREEN : " WS-CUST-SCREENED               00011470
           DISPLAY "APPLICANTS       : " WS-APPL-READ                   00011480
           DISPLAY "NEW HITS QUEUED  : " WS-NEW-HITS                    00011490
           DISPLAY "AWAITING REVIEW  : " WS-PENDING-HITS                00011500
           DISPLAY "CONFIRMED        : " WS-CONFIRMED-TOTAL             00011510
           DISPLAY "CLEARED SKIPPED  : " WS-CLEARED-SKIPPED             00011520
           DISPLAY "CUSTOMERS HELD   : " WS-CUST-HELD                   00011530
           DISPLAY "CUSTOMERS FREED  : " WS-CUST-RELEASED               00011540
           DISPLAY "APPLICANTS HELD  : " WS-APPL-HELD                   00011550
           DISPLAY "REGISTER ENTRIES : " WS-REG-COUNT                   00011560
           MOVE "SANC SCREEN " TO ALOG-ACTION                           00011570
           MOVE SPACES TO ALOG-DETAIL                                   00011580
           STRING WS-MODE " NEW HITS " WS-NEW-HITS                      00011590
              " HELD " WS-CUST-HELD                                     00011600
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00011610
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT                  00011620
           CLOSE REVIEW-QUEUE-FILE                                      00011630
           CLOSE MAINT-TRAN-FILE                                        00011640
           IF WS-NIGHTLY-MODE                                           00011650
              CLOSE HOLD-FILE                                           00011660
           END-IF                                                       00011670
           CLOSE SANC-RPT-FILE                                          00011680
           CLOSE AUDIT-LOG-FILE.                                        00011690
       9000-EXIT.                                                       00011700
           EXIT.                                                        00011710
                                                                        00011720
       COPY PROCDPAR.                                                   00011730
       COPY AUDITOPN.                                                   00011740
       COPY AUDITWRT.                                                   00011750
       COPY AUDITCHP.                                                   00011760
       COPY ABENDPAR.                                                   00011770
