       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. BRPROFUP.                                            00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * NIGHTLY BRANCH PROFITABILITY ACCUMULATOR UPDATE.         *      00000090
      * THE PER-BRANCH COUNTERPART OF ACCUMUPD: FOLDS THE NIGHT  *      00000100
      * INTO ONE MTD/YTD RECORD PER MYFREC-BRANCH-CD.  SERVICE   *      00000110
      * CHARGES TAKEN COME FROM THE SVCVAR BRANCH BREAKDOWN;     *      00000120
      * CHARGES WAIVED FROM THE FILESHAN WAIVER REGISTER;        *      00000130
      * INTEREST AND PREMIUM (NET OF REVERSALS) FROM TONIGHT'S   *      00000140
      * ARITH POSTING HISTORY; AND THE BACKUP WITHHOLDING FROM   *      00000150
      * TONIGHT'S REMITTANCE EXTRACT.  THE LAST THREE CARRY ONLY *      00000160
      * AN ACCOUNT NUMBER, SO THE BRANCH IS THE ACCOUNT'S ON     *      00000170
      * MYFILE; AN ACCOUNT NO LONGER THERE FALLS TO '????'.  A   *      00000180
      * NIGHT ALREADY FOLDED IN IS NOT FOLDED AGAIN.  THE NEW    *      00000190
      * GENERATION IS SWAPPED IN BY THE JOB.                     *      00000200
      * ********************************************************        00000210
       ENVIRONMENT DIVISION.                                            00000220
       INPUT-OUTPUT SECTION.                                            00000230
       FILE-CONTROL.                                                    00000240
           SELECT BRPROF-IN-FILE                                        00000250
           ASSIGN TO BRPROFI                                            00000260
           ORGANIZATION IS SEQUENTIAL                                   00000270
           FILE STATUS IS FS-BRPROF-IN-FILE.                            00000280
           SELECT BRPROF-OUT-FILE                                       00000290
           ASSIGN TO BRPROFO                                            00000300
           ORGANIZATION IS SEQUENTIAL                                   00000310
           FILE STATUS IS FS-BRPROF-OUT-FILE.                           00000320
           SELECT MYFILE                                                00000330
           ASSIGN TO MYDD                                               00000340
           ORGANIZATION IS INDEXED                                      00000350
           ACCESS MODE IS RANDOM                                        00000360
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000370
           FILE STATUS IS FS-MYFILE.                                    00000380
           SELECT SVC-BRCH-FILE                                         00000390
           ASSIGN TO SVCBRCH                                            00000400
           ORGANIZATION IS SEQUENTIAL                                   00000410
           FILE STATUS IS FS-SVC-BRCH-FILE.                             00000420
           SELECT WAIVER-REG-FILE                                       00000430
           ASSIGN TO WVRREG                                             00000440
           ORGANIZATION IS SEQUENTIAL                                   00000450
           FILE STATUS IS FS-WAIVER-REG-FILE.                           00000460
           SELECT POST-HIST-FILE                                        00000470
           ASSIGN TO POSTHIST                                           00000480
           ORGANIZATION IS SEQUENTIAL                                   00000490
           FILE STATUS IS FS-POST-HIST-FILE.                            00000500
           SELECT WHLD-REM-FILE                                         00000510
           ASSIGN TO WHLDREM                                            00000520
           ORGANIZATION IS SEQUENTIAL                                   00000530
           FILE STATUS IS FS-WHLD-REM-FILE.                             00000540
           SELECT PROC-DATE-FILE                                        00000550
           ASSIGN TO PROCDATE                                           00000560
           ORGANIZATION IS SEQUENTIAL                                   00000570
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000580
       DATA DIVISION.                                                   00000590
       FILE SECTION.                                                    00000600
       FD BRPROF-IN-FILE.                                               00000610
       COPY BRPROFRC.                                                   00000620
                                                                        00000630
       FD BRPROF-OUT-FILE.                                              00000640
       COPY BRPROFRC REPLACING ==BRANCH-PROFIT-RECORD== BY              00000650
                               ==BRPROF-OUT-RECORD==.                   00000660
                                                                        00000670
       FD MYFILE.                                                       00000680
       COPY MYFREC.                                                     00000690
                                                                        00000700
       FD SVC-BRCH-FILE.                                                00000710
       01 SVC-BRCH-RECORD.                                              00000720
           05 SVB-DATE              PIC 9(08).                          00000730
           05 SVB-BRANCH-CD         PIC X(04).                          00000740
           05 SVB-CHARGE-CENTS      PIC S9(15) SIGN LEADING SEPARATE.   00000750
           05 FILLER                PIC X(12).                          00000760
                                                                        00000770
       FD WAIVER-REG-FILE.                                              00000780
       01 WAIVER-REG-RECORD.                                            00000790
           05 WREG-ACCT-NO          PIC 9(09).                          00000800
           05 WREG-TYPE             PIC X(02).                          00000810
           05 WREG-OFFICER          PIC X(08).                          00000820
           05 WREG-WAIVED-AMT       PIC S9(11)V99 SIGN LEADING          00000830
                                    SEPARATE.                           00000840
           05 WREG-DATE             PIC 9(08).                          00000850
           05 FILLER                PIC X(39).                          00000860
                                                                        00000870
       FD POST-HIST-FILE.                                               00000880
       COPY POSTHIST.                                                   00000890
                                                                        00000900
       FD WHLD-REM-FILE.                                                00000910
       01 WHLD-REM-RECORD.                                              00000920
           05 REM-REC-TYPE          PIC X(01).                          00000930
               88 REM-DETAIL-REC     VALUE 'D'.                         00000940
               88 REM-TRAILER-REC    VALUE 'T'.                         00000950
           05 REM-ACCT-NO           PIC 9(09).                          00000960
           05 REM-TRAN-ID           PIC 9(09).                          00000970
           05 REM-GROSS-CENTS       PIC 9(13).                          00000980
           05 REM-WHLD-CENTS        PIC 9(13).                          00000990
           05 REM-DATE              PIC 9(08).                          00001000
           05 FILLER                PIC X(07).                          00001010
                                                                        00001020
       FD PROC-DATE-FILE.                                               00001030
       COPY PROCDREC.                                                   00001040
                                                                        00001050
       WORKING-STORAGE SECTION.                                         00001060
       01 FS-BRPROF-IN-FILE PIC XX.                                     00001070
       01 FS-BRPROF-OUT-FILE PIC XX.                                    00001080
       01 FS-MYFILE PIC XX.                                             00001090
       01 FS-SVC-BRCH-FILE PIC XX.                                      00001100
       01 FS-WAIVER-REG-FILE PIC XX.                                    00001110
       01 FS-POST-HIST-FILE PIC XX.                                     00001120
       01 FS-WHLD-REM-FILE PIC XX.                                      00001130
                                                                        00001140
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001150
           88 WS-EOF VALUE 'Y'.                                         00001160
       01 WS-MYFILE-OPEN-SW PIC X(01) VALUE 'N'.                        00001170
           88 WS-MYFILE-OPEN VALUE 'Y'.                                 00001180
       01 WS-FOLDED-SW PIC X(01) VALUE 'N'.                             00001190
           88 WS-ALREADY-FOLDED VALUE 'Y'.                              00001200
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001210
                                                                        00001220
      *> ***************************************************************00001230
      *> ONE ENTRY PER BRANCH, IN THE ACCUMULATOR'S OWN LAYOUT.  SLOT 1 00001240
      *> IS RESERVED FOR THE UNASSIGNED BRANCH, WHICH ALSO TAKES ANY    00001250
      *> BRANCH THAT FINDS THE TABLE FULL                               00001260
      *> ***************************************************************00001270
       01 WS-BRP-TABLE.                                                 00001280
           05 WS-BRP-ENTRY OCCURS 100 TIMES PIC X(200).                 00001290
       01 WS-BRP-COUNT PIC 9(03) VALUE ZEROES.                          00001300
       01 WS-BRP-MAX PIC 9(03) VALUE 100.                               00001310
       01 WS-BRP-SUB PIC 9(03) VALUE ZEROES.                            00001320
       COPY BRPROFRC REPLACING ==BRANCH-PROFIT-RECORD== BY              00001330
                               ==WS-BRP-WORK==.                         00001340
                                                                        00001350
       01 WS-FIND-BRANCH PIC X(04) VALUE SPACES.                        00001360
       01 WS-FIND-ACCT-NO PIC 9(09) VALUE ZEROES.                       00001370
       01 WS-AMOUNT-CENTS PIC S9(15) VALUE ZEROES.                      00001380
                                                                        00001390
       01 WS-SVB-READ PIC 9(07) VALUE ZEROES.                           00001400
       01 WS-WVR-READ PIC 9(07) VALUE ZEROES.                           00001410
       01 WS-HIST-READ PIC 9(09) VALUE ZEROES.                          00001420
       01 WS-HIST-TONIGHT PIC 9(07) VALUE ZEROES.                       00001430
       01 WS-REM-READ PIC 9(07) VALUE ZEROES.                           00001440
       01 WS-NO-ACCOUNT PIC 9(07) VALUE ZEROES.                         00001450
       01 WS-TABLE-FULL PIC 9(07) VALUE ZEROES.                         00001460
       COPY ABENDCPY.                                                   00001470
       COPY PROCDCPY.                                                   00001480
                                                                        00001490
       PROCEDURE DIVISION.                                              00001500
       0000-MAIN.                                                       00001510
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00001520
           IF NOT WS-ALREADY-FOLDED                                     00001530
              PERFORM 2000-FOLD-CHARGES THRU 2000-EXIT                  00001540
              PERFORM 3000-FOLD-WAIVERS THRU 3000-EXIT                  00001550
              PERFORM 4000-FOLD-POSTINGS THRU 4000-EXIT                 00001560
              PERFORM 5000-FOLD-WITHHOLDING THRU 5000-EXIT              00001570
           END-IF                                                       00001580
           PERFORM 6000-WRITE-ACCUM THRU 6000-EXIT                      00001590
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00001600
           MOVE WS-STD-RETURN-CODE TO RETURN-CODE                       00001610
           GOBACK.                                                      00001620
                                                                        00001630
      *> ***************************************************************00001640
      *> START FROM THE PRIOR ACCUMULATOR (OR JUST THE UNASSIGNED SLOT  00001650
      *> ON THE FIRST CYCLE).  AN ACCUMULATOR ALREADY AS OF TONIGHT     00001660
      *> MEANS THE JOB IS BEING RERUN: IT IS COPIED THROUGH UNCHANGED   00001670
      *> ***************************************************************00001680
       1000-INITIALIZE.                                                 00001690
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00001700
           IF WS-PROCESS-DATE > 0                                       00001710
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00001720
           ELSE                                                         00001730
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00001740
           END-IF                                                       00001750
                                                                        00001760
           MOVE 1 TO WS-BRP-COUNT                                       00001770
           MOVE '????' TO WS-FIND-BRANCH                                00001780
           PERFORM 8100-NEW-ENTRY THRU 8100-EXIT                        00001790
           OPEN INPUT BRPROF-IN-FILE                                    00001800
           EVALUATE FS-BRPROF-IN-FILE                                   00001810
             WHEN "00"                                                  00001820
               PERFORM UNTIL WS-EOF                                     00001830
                 READ BRPROF-IN-FILE                                    00001840
                   AT END                                               00001850
                     SET WS-EOF TO TRUE                                 00001860
                   NOT AT END                                           00001870
                     PERFORM 1100-TAKE-PRIOR THRU 1100-EXIT             00001880
                 END-READ                                               00001890
               END-PERFORM                                              00001900
               CLOSE BRPROF-IN-FILE                                     00001910
             WHEN "35"                                                  00001920
               DISPLAY "NO PRIOR BRANCH ACCUMULATOR, STARTING AT ZERO"  00001930
             WHEN OTHER                                                 00001940
               MOVE "OPEN FAILED ON BRPROF-IN-FILE" TO WS-ABEND-MESSAGE 00001950
               GO TO 9999-ABEND                                         00001960
           END-EVALUATE                                                 00001970
           IF WS-ALREADY-FOLDED                                         00001980
              DISPLAY "BRANCH ACCUMULATOR ALREADY AS OF " WS-RUN-DATE   00001990
                ", NIGHT NOT FOLDED AGAIN"                              00002000
              SET RC-WARNING TO TRUE                                    00002010
              GO TO 1000-EXIT                                           00002020
           END-IF                                                       00002030
                                                                        00002040
           OPEN INPUT MYFILE                                            00002050
           EVALUATE FS-MYFILE                                           00002060
             WHEN "00"                                                  00002070
               SET WS-MYFILE-OPEN TO TRUE                               00002080
             WHEN "35"                                                  00002090
               DISPLAY "NO MYFILE, ACCOUNTS GO TO THE UNASSIGNED BRANCH"00002100
             WHEN OTHER                                                 00002110
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00002120
               GO TO 9999-ABEND                                         00002130
           END-EVALUATE.                                                00002140
       1000-EXIT.                                                       00002150
           EXIT.                                                        00002160
                                                                        00002170
       1100-TAKE-PRIOR.                                                 00002180
           IF BRP-ASOF-DATE OF BRANCH-PROFIT-RECORD = WS-RUN-DATE       00002190
              SET WS-ALREADY-FOLDED TO TRUE                             00002200
           END-IF                                                       00002210
           IF BRP-BRANCH-CD OF BRANCH-PROFIT-RECORD = '????'            00002220
              MOVE 1 TO WS-BRP-SUB                                      00002230
           ELSE                                                         00002240
              IF WS-BRP-COUNT NOT < WS-BRP-MAX                          00002250
                 MOVE "BRANCH ACCUMULATOR TABLE FULL" TO                00002260
                    WS-ABEND-MESSAGE                                    00002270
                 GO TO 9999-ABEND                                       00002280
              END-IF                                                    00002290
              ADD 1 TO WS-BRP-COUNT                                     00002300
              MOVE WS-BRP-COUNT TO WS-BRP-SUB                           00002310
           END-IF                                                       00002320
           MOVE BRANCH-PROFIT-RECORD TO WS-BRP-ENTRY (WS-BRP-SUB).      00002330
       1100-EXIT.                                                       00002340
           EXIT.                                                        00002350
                                                                        00002360
      *> ***************************************************************00002370
      *> SERVICE CHARGES TAKEN, ALREADY BROKEN OUT BY BRANCH            00002380
      *> ***************************************************************00002390
       2000-FOLD-CHARGES.                                               00002400
           MOVE 'N' TO WS-EOF-SW                                        00002410
           OPEN INPUT SVC-BRCH-FILE                                     00002420
           EVALUATE FS-SVC-BRCH-FILE                                    00002430
             WHEN "00"                                                  00002440
               PERFORM UNTIL WS-EOF                                     00002450
                 READ SVC-BRCH-FILE                                     00002460
                   AT END                                               00002470
                     SET WS-EOF TO TRUE                                 00002480
                   NOT AT END                                           00002490
                     ADD 1 TO WS-SVB-READ                               00002500
                     MOVE SVB-BRANCH-CD TO WS-FIND-BRANCH               00002510
                     PERFORM 8000-FIND-BRANCH THRU 8000-EXIT            00002520
                     ADD SVB-CHARGE-CENTS TO                            00002530
                        BRP-MTD-CHARGES OF WS-BRP-WORK                  00002540
                     ADD SVB-CHARGE-CENTS TO                            00002550
                        BRP-YTD-CHARGES OF WS-BRP-WORK                  00002560
                     PERFORM 8200-PUT-ENTRY THRU 8200-EXIT              00002570
                 END-READ                                               00002580
               END-PERFORM                                              00002590
               CLOSE SVC-BRCH-FILE                                      00002600
             WHEN "35"                                                  00002610
               DISPLAY "NO BRANCH SERVICE CHARGE BREAKDOWN TONIGHT"     00002620
             WHEN OTHER                                                 00002630
               MOVE "OPEN FAILED ON SVC-BRCH-FILE" TO WS-ABEND-MESSAGE  00002640
               GO TO 9999-ABEND                                         00002650
           END-EVALUATE.                                                00002660
       2000-EXIT.                                                       00002670
           EXIT.                                                        00002680
                                                                        00002690
      *> ***************************************************************00002700
      *> CHARGES GIVEN AWAY, FROM TONIGHT'S WAIVER REGISTER             00002710
      *> ***************************************************************00002720
       3000-FOLD-WAIVERS.                                               00002730
           MOVE 'N' TO WS-EOF-SW                                        00002740
           OPEN INPUT WAIVER-REG-FILE                                   00002750
           EVALUATE FS-WAIVER-REG-FILE                                  00002760
             WHEN "00"                                                  00002770
               PERFORM UNTIL WS-EOF                                     00002780
                 READ WAIVER-REG-FILE                                   00002790
                   AT END                                               00002800
                     SET WS-EOF TO TRUE                                 00002810
                   NOT AT END                                           00002820
                     ADD 1 TO WS-WVR-READ                               00002830
                     MOVE WREG-ACCT-NO TO WS-FIND-ACCT-NO               00002840
                     PERFORM 8300-ACCOUNT-BRANCH THRU 8300-EXIT         00002850
                     COMPUTE WS-AMOUNT-CENTS = WREG-WAIVED-AMT * 100    00002860
                     ADD WS-AMOUNT-CENTS TO                             00002870
                        BRP-MTD-WAIVED OF WS-BRP-WORK                   00002880
                     ADD WS-AMOUNT-CENTS TO                             00002890
                        BRP-YTD-WAIVED OF WS-BRP-WORK                   00002900
                     PERFORM 8200-PUT-ENTRY THRU 8200-EXIT              00002910
                 END-READ                                               00002920
               END-PERFORM                                              00002930
               CLOSE WAIVER-REG-FILE                                    00002940
             WHEN "35"                                                  00002950
               DISPLAY "NO WAIVER REGISTER TONIGHT"                     00002960
             WHEN OTHER                                                 00002970
               MOVE "OPEN FAILED ON WAIVER-REG-FILE" TO                 00002980
                  WS-ABEND-MESSAGE                                      00002990
               GO TO 9999-ABEND                                         00003000
           END-EVALUATE.                                                00003010
       3000-EXIT.                                                       00003020
           EXIT.                                                        00003030
                                                                        00003040
      *> ***************************************************************00003050
      *> TONIGHT'S POSTINGS, NET: INTR LESS RINT, PREM LESS RPRM, THE   00003060
      *> SAME NETTING ACCUMUPD APPLIES TO THE SHOP TOTAL                00003070
      *> ***************************************************************00003080
       4000-FOLD-POSTINGS.                                              00003090
           MOVE 'N' TO WS-EOF-SW                                        00003100
           OPEN INPUT POST-HIST-FILE                                    00003110
           EVALUATE FS-POST-HIST-FILE                                   00003120
             WHEN "00"                                                  00003130
               PERFORM UNTIL WS-EOF                                     00003140
                 READ POST-HIST-FILE                                    00003150
                   AT END                                               00003160
                     SET WS-EOF TO TRUE                                 00003170
                   NOT AT END                                           00003180
                     ADD 1 TO WS-HIST-READ                              00003190
                     IF PH-DATE = WS-RUN-DATE                           00003200
                        PERFORM 4100-FOLD-ONE-POSTING THRU 4100-EXIT    00003210
                     END-IF                                             00003220
                 END-READ                                               00003230
               END-PERFORM                                              00003240
               CLOSE POST-HIST-FILE                                     00003250
             WHEN "35"                                                  00003260
               DISPLAY "NO POSTING HISTORY TONIGHT"                     00003270
             WHEN OTHER                                                 00003280
               MOVE "OPEN FAILED ON POST-HIST-FILE" TO WS-ABEND-MESSAGE 00003290
               GO TO 9999-ABEND                                         00003300
           END-EVALUATE.                                                00003310
       4000-EXIT.                                                       00003320
           EXIT.                                                        00003330
                                                                        00003340
       4100-FOLD-ONE-POSTING.                                           00003350
           EVALUATE PH-TYPE                                             00003360
             WHEN 'INTR'                                                00003370
             WHEN 'PREM'                                                00003380
               MOVE PH-AMOUNT-CENTS TO WS-AMOUNT-CENTS                  00003390
             WHEN 'RINT'                                                00003400
             WHEN 'RPRM'                                                00003410
               COMPUTE WS-AMOUNT-CENTS = 0 - PH-AMOUNT-CENTS            00003420
             WHEN OTHER                                                 00003430
               GO TO 4100-EXIT                                          00003440
           END-EVALUATE                                                 00003450
           ADD 1 TO WS-HIST-TONIGHT                                     00003460
           MOVE PH-ACCT-NO TO WS-FIND-ACCT-NO                           00003470
           PERFORM 8300-ACCOUNT-BRANCH THRU 8300-EXIT                   00003480
           IF PH-TYPE = 'INTR' OR PH-TYPE = 'RINT'                      00003490
              ADD WS-AMOUNT-CENTS TO BRP-MTD-INTEREST OF WS-BRP-WORK    00003500
              ADD WS-AMOUNT-CENTS TO BRP-YTD-INTEREST OF WS-BRP-WORK    00003510
           ELSE                                                         00003520
              ADD WS-AMOUNT-CENTS TO BRP-MTD-PREMIUM OF WS-BRP-WORK     00003530
              ADD WS-AMOUNT-CENTS TO BRP-YTD-PREMIUM OF WS-BRP-WORK     00003540
           END-IF                                                       00003550
           PERFORM 8200-PUT-ENTRY THRU 8200-EXIT.                       00003560
       4100-EXIT.                                                       00003570
           EXIT.                                                        00003580
                                                                        00003590
      *> ***************************************************************00003600
      *> BACKUP WITHHOLDING REMITTED, FROM TONIGHT'S REMITTANCE         00003610
      *> EXTRACT DETAILS (THE TRAILER ONLY CARRIES THE TOTAL)           00003620
      *> ***************************************************************00003630
       5000-FOLD-WITHHOLDING.                                           00003640
           MOVE 'N' TO WS-EOF-SW                                        00003650
           OPEN INPUT WHLD-REM-FILE                                     00003660
           EVALUATE FS-WHLD-REM-FILE                                    00003670
             WHEN "00"                                                  00003680
               PERFORM UNTIL WS-EOF                                     00003690
                 READ WHLD-REM-FILE                                     00003700
                   AT END                                               00003710
                     SET WS-EOF TO TRUE                                 00003720
                   NOT AT END                                           00003730
                     IF REM-DETAIL-REC                                  00003740
                        ADD 1 TO WS-REM-READ                            00003750
                        MOVE REM-ACCT-NO TO WS-FIND-ACCT-NO             00003760
                        PERFORM 8300-ACCOUNT-BRANCH THRU 8300-EXIT      00003770
                        ADD REM-WHLD-CENTS TO                           00003780
                           BRP-MTD-WITHHELD OF WS-BRP-WORK              00003790
                        ADD REM-WHLD-CENTS TO                           00003800
                           BRP-YTD-WITHHELD OF WS-BRP-WORK              00003810
                        PERFORM 8200-PUT-ENTRY THRU 8200-EXIT           00003820
                     END-IF                                             00003830
                 END-READ                                               00003840
               END-PERFORM                                              00003850
               CLOSE WHLD-REM-FILE                                      00003860
             WHEN "35"                                                  00003870
               DISPLAY "NO WITHHOLDING REMITTANCE TONIGHT"              00003880
             WHEN OTHER                                                 00003890
               MOVE "OPEN FAILED ON WHLD-REM-FILE" TO WS-ABEND-MESSAGE  00003900
               GO TO 9999-ABEND                                         00003910
           END-EVALUATE.                                                00003920
       5000-EXIT.                                                       00003930
           EXIT.                                                        00003940
                                                                        00003950
      *> ***************************************************************00003960
      *> WRITE EVERY BRANCH, AS OF TONIGHT.  THE UNASSIGNED SLOT ONLY   00003970
      *> GOES OUT ONCE IT HAS CARRIED SOMETHING                         00003980
      *> ***************************************************************00003990
       6000-WRITE-ACCUM.                                                00004000
           OPEN OUTPUT BRPROF-OUT-FILE                                  00004010
           IF FS-BRPROF-OUT-FILE NOT = "00"                             00004020
              MOVE "OPEN FAILED ON BRPROF-OUT-FILE" TO WS-ABEND-MESSAGE 00004030
              GO TO 9999-ABEND                                          00004040
           END-IF                                                       00004050
           PERFORM VARYING WS-BRP-SUB FROM 1 BY 1                       00004060
                    UNTIL WS-BRP-SUB > WS-BRP-COUNT                     00004070
             MOVE WS-BRP-ENTRY (WS-BRP-SUB) TO WS-BRP-WORK              00004080
             MOVE WS-RUN-DATE TO BRP-ASOF-DATE OF WS-BRP-WORK           00004090
             IF WS-BRP-SUB > 1                                          00004100
                OR BRP-MTD-CHARGES OF WS-BRP-WORK NOT = 0               00004110
                OR BRP-MTD-WAIVED OF WS-BRP-WORK NOT = 0                00004120
                OR BRP-MTD-INTEREST OF WS-BRP-WORK NOT = 0              00004130
                OR BRP-MTD-PREMIUM OF WS-BRP-WORK NOT = 0               00004140
                OR BRP-MTD-WITHHELD OF WS-BRP-WORK NOT = 0              00004150
                OR BRP-YTD-CHARGES OF WS-BRP-WORK NOT = 0               00004160
                OR BRP-YTD-WAIVED OF WS-BRP-WORK NOT = 0                00004170
                OR BRP-YTD-INTEREST OF WS-BRP-WORK NOT = 0              00004180
                OR BRP-YTD-PREMIUM OF WS-BRP-WORK NOT = 0               00004190
                OR BRP-YTD-WITHHELD OF WS-BRP-WORK NOT = 0              00004200
                MOVE WS-BRP-WORK TO BRPROF-OUT-RECORD                   00004210
                WRITE BRPROF-OUT-RECORD                                 00004220
             END-IF                                                     00004230
           END-PERFORM                                                  00004240
           CLOSE BRPROF-OUT-FILE.                                       00004250
       6000-EXIT.                                                       00004260
           EXIT.                                                        00004270
                                                                        00004280
      *> ***************************************************************00004290
      *> BRING WS-FIND-BRANCH'S ENTRY INTO WS-BRP-WORK, OPENING ONE THE 00004300
      *> FIRST TIME THE BRANCH IS SEEN.  A BLANK BRANCH, OR A NEW ONE   00004310
      *> WITH THE TABLE FULL, USES THE UNASSIGNED SLOT                  00004320
      *> ***************************************************************00004330
       8000-FIND-BRANCH.                                                00004340
           IF WS-FIND-BRANCH = SPACES                                   00004350
              MOVE '????' TO WS-FIND-BRANCH                             00004360
           END-IF                                                       00004370
           PERFORM VARYING WS-BRP-SUB FROM 1 BY 1                       00004380
                    UNTIL WS-BRP-SUB > WS-BRP-COUNT                     00004390
                    OR WS-BRP-ENTRY (WS-BRP-SUB) (1:4) = WS-FIND-BRANCH 00004400
             CONTINUE                                                   00004410
           END-PERFORM                                                  00004420
           IF WS-BRP-SUB > WS-BRP-COUNT                                 00004430
              IF WS-BRP-COUNT < WS-BRP-MAX                              00004440
                 ADD 1 TO WS-BRP-COUNT                                  00004450
                 MOVE WS-BRP-COUNT TO WS-BRP-SUB                        00004460
                 PERFORM 8100-NEW-ENTRY THRU 8100-EXIT                  00004470
              ELSE                                                      00004480
                 ADD 1 TO WS-TABLE-FULL                                 00004490
                 MOVE 1 TO WS-BRP-SUB                                   00004500
              END-IF                                                    00004510
           END-IF                                                       00004520
           MOVE WS-BRP-ENTRY (WS-BRP-SUB) TO WS-BRP-WORK.               00004530
       8000-EXIT.                                                       00004540
           EXIT.                                                        00004550
                                                                        00004560
       8100-NEW-ENTRY.                                                  00004570
           MOVE SPACES TO WS-BRP-WORK                                   00004580
           MOVE WS-FIND-BRANCH TO BRP-BRANCH-CD OF WS-BRP-WORK          00004590
           MOVE ZEROES TO BRP-ASOF-DATE OF WS-BRP-WORK                  00004600
           MOVE ZEROES TO BRP-MTD-CHARGES OF WS-BRP-WORK                00004610
           MOVE ZEROES TO BRP-MTD-WAIVED OF WS-BRP-WORK                 00004620
           MOVE ZEROES TO BRP-MTD-INTEREST OF WS-BRP-WORK               00004630
           MOVE ZEROES TO BRP-MTD-PREMIUM OF WS-BRP-WORK                00004640
           MOVE ZEROES TO BRP-MTD-WITHHELD OF WS-BRP-WORK               00004650
           MOVE ZEROES TO BRP-YTD-CHARGES OF WS-BRP-WORK                00004660
           MOVE ZEROES TO BRP-YTD-WAIVED OF WS-BRP-WORK                 00004670
           MOVE ZEROES TO BRP-YTD-INTEREST OF WS-BRP-WORK               00004680
           MOVE ZEROES TO BRP-YTD-PREMIUM OF WS-BRP-WORK                00004690
           MOVE ZEROES TO BRP-YTD-WITHHELD OF WS-BRP-WORK               00004700
           MOVE WS-BRP-WORK TO WS-BRP-ENTRY (WS-BRP-COUNT).             00004710
       8100-EXIT.                                                       00004720
           EXIT.                                                        00004730
                                                                        00004740
       8200-PUT-ENTRY.                                                  00004750
           MOVE WS-BRP-WORK TO WS-BRP-ENTRY (WS-BRP-SUB).               00004760
       8200-EXIT.                                                       00004770
           EXIT.                                                        00004780
                                                                        00004790
      *> ***************************************************************00004800
      *> THE BRANCH OF ACCOUNT WS-FIND-ACCT-NO, INTO WS-BRP-WORK        00004810
      *> ***************************************************************00004820
       8300-ACCOUNT-BRANCH.                                             00004830
           MOVE SPACES TO WS-FIND-BRANCH                                00004840
           IF WS-MYFILE-OPEN                                            00004850
              MOVE WS-FIND-ACCT-NO TO MYFREC-ACCT-NO OF MYFILE-RECORDS  00004860
              READ MYFILE                                               00004870
              IF FS-MYFILE = "00"                                       00004880
                 MOVE MYFREC-BRANCH-CD OF MYFILE-RECORDS TO             00004890
                    WS-FIND-BRANCH                                      00004900
              ELSE                                                      00004910
                 ADD 1 TO WS-NO-ACCOUNT                                 00004920
              END-IF                                                    00004930
           END-IF                                                       00004940
           PERFORM 8000-FIND-BRANCH THRU 8000-EXIT.                     00004950
       8300-EXIT.                                                       00004960
           EXIT.                                                        00004970
                                                                        00004980
       9000-TERMINATE.                                                  00004990
           IF WS-MYFILE-OPEN                                            00005000
              CLOSE MYFILE                                              00005010
           END-IF                                                       00005020
           DISPLAY "===== BRPROFUP RUN SUMMARY ====="                   00005030
           DISPLAY "AS-OF DATE          : " WS-RUN-DATE                 00005040
           DISPLAY "BRANCHES            : " WS-BRP-COUNT                00005050
           DISPLAY "CHARGE RECORDS      : " WS-SVB-READ                 00005060
           DISPLAY "WAIVERS             : " WS-WVR-READ                 00005070
           DISPLAY "POSTINGS TONIGHT    : " WS-HIST-TONIGHT             00005080
           DISPLAY "WITHHOLDINGS        : " WS-REM-READ                 00005090
           DISPLAY "ACCOUNTS NOT FOUND  : " WS-NO-ACCOUNT               00005100
           IF WS-TABLE-FULL > 0                                         00005110
              DISPLAY "BRANCH TABLE FULL, TO '????': " WS-TABLE-FULL    00005120
              SET RC-WARNING TO TRUE                                    00005130
           END-IF.                                                      00005140
       9000-EXIT.                                                       00005150
           EXIT.                                                        00005160
                                                                        00005170
       COPY ABENDPAR.                                                   00005180
       COPY PROCDPAR.                                                   00005190
