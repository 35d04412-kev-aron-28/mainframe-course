       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. CONDHCNV.                                            00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * CONDI DECISION HISTORY CONVERSION.                       *      00000090
      * ONE-TIME COPY OF THE 43-BYTE DECISION HISTORY TO THE     *      00000100
      * 80-BYTE LAYOUT THAT CARRIES THE CREDIT BUREAU FILE       *      00000108
      * REFERENCE, THE PRINCIPAL REASON CODE AND THE PRODUCT     *      00000116
      * OFFERED ON A COUNTEROFFER.  EVERY ENTRY KEEPS ITS FIRST  *      00000124
      * 42 BYTES AS IT WAS; THE NEW FIELDS ON A DECISION MADE    *      00000132
      * BEFORE THEY EXISTED ARE SPACES.  THE OLD TRAILER MUST    *      00000140
      * PROVE BEFORE ANYTHING IS WRITTEN, AND THE NEW HISTORY    *      00000148
      * CLOSES WITH THE SAME COUNT AND HASH AND THE ORIGINAL     *      00000156
      * CREATION STAMP, SO THE NEXT CONDI RUN PROVES IT          *      00000164
      * UNCHANGED.                                               *      00000172
      * ********************************************************        00000180
       ENVIRONMENT DIVISION.                                            00000190
       INPUT-OUTPUT SECTION.                                            00000200
       FILE-CONTROL.                                                    00000210
           SELECT HIST-OLD-FILE                                         00000220
           ASSIGN TO CONDHOLD                                           00000230
           ORGANIZATION IS SEQUENTIAL                                   00000240
           FILE STATUS IS FS-HIST-OLD-FILE.                             00000250
           SELECT HIST-NEW-FILE                                         00000260
           ASSIGN TO CONDHNEW                                           00000270
           ORGANIZATION IS SEQUENTIAL                                   00000280
           FILE STATUS IS FS-HIST-NEW-FILE.                             00000290
           SELECT PROC-DATE-FILE                                        00000300
           ASSIGN TO PROCDATE                                           00000310
           ORGANIZATION IS SEQUENTIAL                                   00000320
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000330
       DATA DIVISION.                                                   00000340
       FILE SECTION.                                                    00000350
       FD HIST-OLD-FILE.                                                00000360
       01 HIST-OLD-RECORD           PIC X(43).                          00000370
                                                                        00000380
       FD HIST-NEW-FILE.                                                00000390
       01 HIST-NEW-RECORD.                                              00000400
           05 HSTN-APPL-ID          PIC 9(09).                          00000410
           05 HSTN-DECISION         PIC X(10).                          00000420
           05 HSTN-DATE             PIC 9(08).                          00000430
           05 HSTN-PRODUCT-CD       PIC X(04).                          00000440
           05 HSTN-SCORE            PIC 9(03).                          00000450
           05 HSTN-OVERRIDE         PIC X(01).                          00000460
           05 HSTN-ARM              PIC X(01).                          00000470
           05 HSTN-AGE              PIC 9(03).                          00000480
           05 HSTN-COUNTRY          PIC X(03).                          00000490
           05 HSTN-BUREAU-REF       PIC X(12).                          00000500
           05 HSTN-PRIN-RSN         PIC X(04).                          00000505
           05 HSTN-OFFER-PRODUCT    PIC X(04).                          00000510
           05 FILLER                PIC X(18).                          00000515
                                                                        00000520
       FD PROC-DATE-FILE.                                               00000530
       COPY PROCDREC.                                                   00000540
                                                                        00000550
       WORKING-STORAGE SECTION.                                         00000560
       01 FS-HIST-OLD-FILE PIC XX.                                      00000570
       01 FS-HIST-NEW-FILE PIC XX.                                      00000580
       COPY PROCDCPY.                                                   00000590
                                                                        00000600
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00000610
           88 WS-EOF VALUE 'Y'.                                         00000620
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00000630
       01 WS-RUN-TIME PIC 9(08) VALUE ZEROES.                           00000640
       01 WS-ENTRIES-READ PIC 9(09) VALUE ZEROES.                       00000650
       01 WS-ENTRIES-WRITTEN PIC 9(09) VALUE ZEROES.                    00000660
       01 WS-OUT-HASH PIC 9(15) VALUE ZEROES.                           00000670
       01 WS-OLD-TRAILER PIC X(43) VALUE SPACES.                        00000680
                                                                        00000690
       COPY ABENDCPY.                                                   00000700
       COPY FEEDTRL.                                                    00000710
                                                                        00000720
       PROCEDURE DIVISION.                                              00000730
       0000-MAIN.                                                       00000740
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00000750
           PERFORM 2000-PROVE-OLD THRU 2000-EXIT                        00000760
              UNTIL WS-EOF                                              00000770
           PERFORM 3000-CONVERT THRU 3000-EXIT                          00000780
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00000790
           GOBACK.                                                      00000800
                                                                        00000810
       1000-INITIALIZE.                                                 00000820
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00000830
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00000840
           ACCEPT WS-RUN-TIME FROM TIME                                 00000850
           IF WS-PROCESS-DATE > 0                                       00000860
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00000870
           END-IF                                                       00000880
           OPEN INPUT HIST-OLD-FILE                                     00000890
           IF FS-HIST-OLD-FILE NOT = "00"                               00000900
              MOVE "OPEN FAILED ON HIST-OLD-FILE" TO WS-ABEND-MESSAGE   00000910
              GO TO 9999-ABEND                                          00000920
           END-IF                                                       00000930
           PERFORM 2900-READ-OLD THRU 2900-EXIT.                        00000940
       1000-EXIT.                                                       00000950
           EXIT.                                                        00000960
                                                                        00000970
      *> ***************************************************************00000980
      *> FIRST PASS: PROVE THE OLD HISTORY AGAINST ITS TRAILER.  A      00000990
      *> HISTORY THAT FAILS IS NOT CONVERTED - IT IS REPAIRED FIRST     00001000
      *> ***************************************************************00001010
       2000-PROVE-OLD.                                                  00001020
           IF HIST-OLD-RECORD (1:3) = 'TRL'                             00001030
              MOVE HIST-OLD-RECORD TO WS-FEED-TRAILER                   00001040
              MOVE HIST-OLD-RECORD TO WS-OLD-TRAILER                    00001050
              PERFORM 8950-CHECK-FEED-TRAILER THRU 8950-EXIT            00001060
           ELSE                                                         00001070
              ADD 1 TO WS-ENTRIES-READ                                  00001080
              ADD 1 TO WS-FTC-REC-COUNT                                 00001090
              IF HIST-OLD-RECORD (1:9) NUMERIC                          00001100
                 MOVE HIST-OLD-RECORD (1:9) TO HSTN-APPL-ID             00001110
                 ADD HSTN-APPL-ID TO WS-FTC-AMOUNT-HASH                 00001120
              END-IF                                                    00001130
           END-IF                                                       00001140
           PERFORM 2900-READ-OLD THRU 2900-EXIT.                        00001150
       2000-EXIT.                                                       00001160
           EXIT.                                                        00001170
                                                                        00001180
       2900-READ-OLD.                                                   00001190
           READ HIST-OLD-FILE                                           00001200
           EVALUATE FS-HIST-OLD-FILE                                    00001210
             WHEN "00"                                                  00001220
               CONTINUE                                                 00001230
             WHEN "10"                                                  00001240
               SET WS-EOF TO TRUE                                       00001250
             WHEN OTHER                                                 00001260
               MOVE "READ FAILED ON HIST-OLD-FILE" TO WS-ABEND-MESSAGE  00001270
               GO TO 9999-ABEND                                         00001280
           END-EVALUATE.                                                00001290
       2900-EXIT.                                                       00001300
           EXIT.                                                        00001310
                                                                        00001320
      *> ***************************************************************00001330
      *> SECOND PASS: COPY EVERY ENTRY TO THE NEW LAYOUT, THEN CLOSE    00001340
      *> THE NEW HISTORY WITH THE OLD TRAILER'S COUNT, HASH AND STAMP.  00001350
      *> A PRE-TRAILER HISTORY GETS A TRAILER STAMPED WITH TONIGHT      00001360
      *> ***************************************************************00001370
       3000-CONVERT.                                                    00001380
           IF WS-FTC-FAILED                                             00001390
              MOVE "OLD HISTORY FAILED ITS TRAILER PROOF" TO            00001400
                 WS-ABEND-MESSAGE                                       00001410
              GO TO 9999-ABEND                                          00001420
           END-IF                                                       00001430
           CLOSE HIST-OLD-FILE                                          00001440
           OPEN INPUT HIST-OLD-FILE                                     00001450
           IF FS-HIST-OLD-FILE NOT = "00"                               00001460
              MOVE "REOPEN FAILED ON HIST-OLD-FILE" TO WS-ABEND-MESSAGE 00001470
              GO TO 9999-ABEND                                          00001480
           END-IF                                                       00001490
           OPEN OUTPUT HIST-NEW-FILE                                    00001500
           IF FS-HIST-NEW-FILE NOT = "00"                               00001510
              MOVE "OPEN FAILED ON HIST-NEW-FILE" TO WS-ABEND-MESSAGE   00001520
              GO TO 9999-ABEND                                          00001530
           END-IF                                                       00001540
           MOVE 'N' TO WS-EOF-SW                                        00001550
           PERFORM 2900-READ-OLD THRU 2900-EXIT                         00001560
           PERFORM 3100-COPY-ONE THRU 3100-EXIT                         00001570
              UNTIL WS-EOF                                              00001580
           IF WS-FTC-TRAILER-SEEN                                       00001590
              MOVE WS-OLD-TRAILER TO WS-FEED-TRAILER                    00001600
           ELSE                                                         00001610
              MOVE 'TRL' TO FTR-TAG                                     00001620
              MOVE WS-ENTRIES-WRITTEN TO FTR-REC-COUNT                  00001630
              MOVE WS-OUT-HASH TO FTR-AMOUNT-HASH                       00001640
              MOVE WS-RUN-DATE TO FTR-CREATE-DATE                       00001650
              MOVE WS-RUN-TIME TO FTR-CREATE-TIME                       00001660
           END-IF                                                       00001670
           MOVE SPACES TO HIST-NEW-RECORD                               00001680
           MOVE WS-FEED-TRAILER TO HIST-NEW-RECORD (1:43)               00001690
           WRITE HIST-NEW-RECORD                                        00001700
           IF FS-HIST-NEW-FILE NOT = "00"                               00001710
              MOVE "WRITE FAILED ON HIST-NEW-FILE" TO WS-ABEND-MESSAGE  00001720
              GO TO 9999-ABEND                                          00001730
           END-IF.                                                      00001740
       3000-EXIT.                                                       00001750
           EXIT.                                                        00001760
                                                                        00001770
       3100-COPY-ONE.                                                   00001780
           IF HIST-OLD-RECORD (1:3) NOT = 'TRL'                         00001790
              MOVE SPACES TO HIST-NEW-RECORD                            00001800
              MOVE HIST-OLD-RECORD (1:42) TO HIST-NEW-RECORD (1:42)     00001810
              WRITE HIST-NEW-RECORD                                     00001820
              IF FS-HIST-NEW-FILE NOT = "00"                            00001830
                 MOVE "WRITE FAILED ON HIST-NEW-FILE" TO                00001840
                    WS-ABEND-MESSAGE                                    00001850
                 GO TO 9999-ABEND                                       00001860
              END-IF                                                    00001870
              ADD 1 TO WS-ENTRIES-WRITTEN                               00001880
              IF HSTN-APPL-ID NUMERIC                                   00001890
                 ADD HSTN-APPL-ID TO WS-OUT-HASH                        00001900
              END-IF                                                    00001910
           END-IF                                                       00001920
           PERFORM 2900-READ-OLD THRU 2900-EXIT.                        00001930
       3100-EXIT.                                                       00001940
           EXIT.                                                        00001950
                                                                        00001960
       9000-TERMINATE.                                                  00001970
           CLOSE HIST-OLD-FILE                                          00001980
           CLOSE HIST-NEW-FILE                                          00001990
           DISPLAY "===== CONDHCNV RUN SUMMARY ====="                   00002000
           DISPLAY "HISTORY ENTRIES READ:    " WS-ENTRIES-READ          00002010
           DISPLAY "HISTORY ENTRIES WRITTEN: " WS-ENTRIES-WRITTEN       00002020
           IF NOT WS-FTC-TRAILER-SEEN                                   00002030
              DISPLAY "OLD HISTORY HAD NO TRAILER - ONE WAS ADDED"      00002040
           END-IF                                                       00002050
           IF WS-ENTRIES-WRITTEN NOT = WS-ENTRIES-READ                  00002060
              MOVE "ENTRIES WRITTEN DO NOT MATCH ENTRIES READ" TO       00002070
                 WS-ABEND-MESSAGE                                       00002080
              GO TO 9999-ABEND                                          00002090
           END-IF.                                                      00002100
       9000-EXIT.                                                       00002110
           EXIT.                                                        00002120
                                                                        00002130
       COPY FEEDTCHK.                                                   00002140
       COPY PROCDPAR.                                                   00002150
                                                                        00002160
       COPY ABENDPAR.                                                   00002170
