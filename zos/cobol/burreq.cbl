       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. BURREQ.                                              00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * CREDIT BUREAU INQUIRY REQUEST BUILD.                     *      00000090
      * READS THE NIGHT'S APPLICANT DATA AND WRITES ONE BUREAU   *      00000100
      * INQUIRY PER APPLICANT, STAMPED WITH THE PROCESSING DATE  *      00000110
      * THE INQUIRY IS FOR, ENDING WITH THE STANDARD FEED        *      00000120
      * TRAILER.  THE FILE IS TRANSMITTED TO THE BUREAU AHEAD    *      00000130
      * OF THE NIGHTLY WINDOW; BURRESP READS THE ANSWERS BACK    *      00000140
      * BEFORE CONDI DECIDES.  A REPEATED APPL-ID IN THE BATCH   *      00000150
      * IS ASKED FOR ONCE - EVERY INQUIRY IS BILLED AND LANDS ON *      00000160
      * THE APPLICANT'S OWN BUREAU FILE.                         *      00000170
      * ********************************************************        00000180
       ENVIRONMENT DIVISION.                                            00000190
       INPUT-OUTPUT SECTION.                                            00000200
       FILE-CONTROL.                                                    00000210
           SELECT APPLICANT-FILE                                        00000220
           ASSIGN TO APPLIN                                             00000230
           ORGANIZATION IS SEQUENTIAL                                   00000240
           FILE STATUS IS FS-APPLICANT-FILE.                            00000250
           SELECT REQUEST-FILE                                          00000260
           ASSIGN TO BURREQO                                            00000270
           ORGANIZATION IS SEQUENTIAL                                   00000280
           FILE STATUS IS FS-REQUEST-FILE.                              00000290
           SELECT PROC-DATE-FILE                                        00000300
           ASSIGN TO PROCDATE                                           00000310
           ORGANIZATION IS SEQUENTIAL                                   00000320
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000330
       DATA DIVISION.                                                   00000340
       FILE SECTION.                                                    00000350
       FD APPLICANT-FILE.                                               00000360
       COPY APPLREC.                                                    00000370
                                                                        00000380
       FD REQUEST-FILE.                                                 00000390
       COPY BURQREC.                                                    00000400
                                                                        00000410
       FD PROC-DATE-FILE.                                               00000420
       COPY PROCDREC.                                                   00000430
                                                                        00000440
       WORKING-STORAGE SECTION.                                         00000450
       01 FS-APPLICANT-FILE PIC XX.                                     00000460
       01 FS-REQUEST-FILE PIC XX.                                       00000470
       COPY PROCDCPY.                                                   00000480
                                                                        00000490
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00000500
           88 WS-EOF VALUE 'Y'.                                         00000510
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00000520
           88 WS-FOUND VALUE 'Y'.                                       00000530
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00000540
       01 WS-RUN-TIME PIC 9(08) VALUE ZEROES.                           00000550
                                                                        00000560
       01 WS-APPLICANTS-READ PIC 9(07) VALUE ZEROES.                    00000570
       01 WS-REQUESTS-WRITTEN PIC 9(07) VALUE ZEROES.                   00000580
       01 WS-REPEATS-SKIPPED PIC 9(07) VALUE ZEROES.                    00000590
       01 WS-BAD-SKIPPED PIC 9(07) VALUE ZEROES.                        00000600
                                                                        00000610
      *> ***************************************************************00000620
      *> APPL-IDS ALREADY REQUESTED TONIGHT.  THE NIGHT'S APPLICANT     00000630
      *> VOLUME FITS COMFORTABLY; ONE THAT DOES NOT STOPS THE BUILD     00000640
      *> RATHER THAN SEND A SECOND BILLED INQUIRY                       00000650
      *> ***************************************************************00000660
       01 WS-ASKED-TABLE.                                               00000670
           05 TBL-ASKED-ID PIC 9(09) OCCURS 5000 TIMES.                 00000680
       01 WS-ASKED-COUNT PIC 9(05) VALUE ZEROES.                        00000690
       01 WS-ASKED-MAX PIC 9(05) VALUE 5000.                            00000700
       01 WS-ASKED-SUB PIC 9(05) VALUE ZEROES.                          00000710
                                                                        00000720
       COPY ABENDCPY.                                                   00000730
       COPY FEEDTRL.                                                    00000740
                                                                        00000750
       PROCEDURE DIVISION.                                              00000760
       0000-MAIN.                                                       00000770
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00000780
           PERFORM 2000-BUILD-REQUEST THRU 2000-EXIT                    00000790
              UNTIL WS-EOF                                              00000800
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00000810
           GOBACK.                                                      00000820
                                                                        00000830
      *> ***************************************************************00000840
      *> PROCESSING DATE, THEN THE APPLICANT DATA AND THE REQUEST FILE  00000850
      *> ***************************************************************00000860
       1000-INITIALIZE.                                                 00000870
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00000880
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00000890
           ACCEPT WS-RUN-TIME FROM TIME                                 00000900
           IF WS-PROCESS-DATE > 0                                       00000910
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00000920
           END-IF                                                       00000930
           OPEN INPUT APPLICANT-FILE                                    00000940
           IF FS-APPLICANT-FILE NOT = "00"                              00000950
              MOVE "OPEN FAILED ON APPLICANT-FILE" TO WS-ABEND-MESSAGE  00000960
              GO TO 9999-ABEND                                          00000970
           END-IF                                                       00000980
           OPEN OUTPUT REQUEST-FILE                                     00000990
           IF FS-REQUEST-FILE NOT = "00"                                00001000
              MOVE "OPEN FAILED ON REQUEST-FILE" TO WS-ABEND-MESSAGE    00001010
              GO TO 9999-ABEND                                          00001020
           END-IF                                                       00001030
           PERFORM 2900-READ-APPLICANT THRU 2900-EXIT.                  00001040
       1000-EXIT.                                                       00001050
           EXIT.                                                        00001060
                                                                        00001070
      *> ***************************************************************00001080
      *> ONE INQUIRY PER APPLICANT.  AN UNREADABLE APPL-ID CANNOT BE    00001090
      *> MATCHED TO AN ANSWER AND IS LEFT FOR CONDI TO PEND             00001100
      *> ***************************************************************00001110
       2000-BUILD-REQUEST.                                              00001120
           ADD 1 TO WS-APPLICANTS-READ                                  00001130
           IF APPL-ID NOT NUMERIC                                       00001140
              ADD 1 TO WS-BAD-SKIPPED                                   00001150
              DISPLAY "APPLICANT WITH UNREADABLE APPL-ID NOT REQUESTED" 00001160
              GO TO 2000-READ-NEXT                                      00001170
           END-IF                                                       00001180
           MOVE 'N' TO WS-FOUND-SW                                      00001190
           PERFORM VARYING WS-ASKED-SUB FROM 1 BY 1                     00001200
                    UNTIL WS-ASKED-SUB > WS-ASKED-COUNT                 00001210
                    OR WS-FOUND                                         00001220
             IF TBL-ASKED-ID (WS-ASKED-SUB) = APPL-ID                   00001230
                SET WS-FOUND TO TRUE                                    00001240
             END-IF                                                     00001250
           END-PERFORM                                                  00001260
           IF WS-FOUND                                                  00001270
              ADD 1 TO WS-REPEATS-SKIPPED                               00001280
              GO TO 2000-READ-NEXT                                      00001290
           END-IF                                                       00001300
           IF WS-ASKED-COUNT NOT < WS-ASKED-MAX                         00001310
              MOVE "APPLICANTS EXCEED THE REQUEST TABLE" TO             00001320
                 WS-ABEND-MESSAGE                                       00001330
              GO TO 9999-ABEND                                          00001340
           END-IF                                                       00001350
           ADD 1 TO WS-ASKED-COUNT                                      00001360
           MOVE APPL-ID TO TBL-ASKED-ID (WS-ASKED-COUNT)                00001370
                                                                        00001380
           MOVE SPACES TO BUREAU-REQUEST-RECORD                         00001390
           MOVE APPL-ID TO BRQ-APPL-ID                                  00001400
           MOVE APPL-NAME TO BRQ-NAME                                   00001410
           MOVE APPL-AGE TO BRQ-AGE                                     00001420
           MOVE APPL-COUNTRY TO BRQ-COUNTRY                             00001430
           MOVE APPL-PRODUCT-CD TO BRQ-PRODUCT-CD                       00001440
           MOVE WS-RUN-DATE TO BRQ-REQ-DATE                             00001450
           WRITE BUREAU-REQUEST-RECORD                                  00001460
           IF FS-REQUEST-FILE NOT = "00"                                00001470
              MOVE "WRITE FAILED ON REQUEST-FILE" TO WS-ABEND-MESSAGE   00001480
              GO TO 9999-ABEND                                          00001490
           END-IF                                                       00001500
           ADD 1 TO WS-REQUESTS-WRITTEN                                 00001510
           ADD 1 TO WS-FTC-REC-COUNT                                    00001520
           ADD APPL-ID TO WS-FTC-AMOUNT-HASH.                           00001530
       2000-READ-NEXT.                                                  00001540
           PERFORM 2900-READ-APPLICANT THRU 2900-EXIT.                  00001550
       2000-EXIT.                                                       00001560
           EXIT.                                                        00001570
                                                                        00001580
       2900-READ-APPLICANT.                                             00001590
           READ APPLICANT-FILE                                          00001600
           EVALUATE FS-APPLICANT-FILE                                   00001610
             WHEN "00"                                                  00001620
               CONTINUE                                                 00001630
             WHEN "10"                                                  00001640
               SET WS-EOF TO TRUE                                       00001650
             WHEN OTHER                                                 00001660
               MOVE "READ FAILED ON APPLICANT-FILE" TO WS-ABEND-MESSAGE 00001670
               GO TO 9999-ABEND                                         00001680
           END-EVALUATE.                                                00001690
       2900-EXIT.                                                       00001700
           EXIT.                                                        00001710
                                                                        00001720
      *> ***************************************************************00001730
      *> CLOSE THE REQUEST FILE WITH ITS TRAILER.  AN EMPTY NIGHT STILL 00001740
      *> SENDS A TRAILER-ONLY FILE SO THE BUREAU ANSWERS WITH ONE, AND  00001750
      *> ENDS WITH THE WARNING CODE                                     00001760
      *> ***************************************************************00001770
       9000-TERMINATE.                                                  00001780
           MOVE 'TRL' TO FTR-TAG                                        00001790
           MOVE WS-FTC-REC-COUNT TO FTR-REC-COUNT                       00001800
           MOVE WS-FTC-AMOUNT-HASH TO FTR-AMOUNT-HASH                   00001810
           MOVE WS-RUN-DATE TO FTR-CREATE-DATE                          00001820
           MOVE WS-RUN-TIME TO FTR-CREATE-TIME                          00001830
           MOVE SPACES TO BUREAU-REQUEST-RECORD                         00001840
           MOVE WS-FEED-TRAILER TO BUREAU-REQUEST-RECORD (1:43)         00001850
           WRITE BUREAU-REQUEST-RECORD                                  00001860
           CLOSE APPLICANT-FILE                                         00001870
           CLOSE REQUEST-FILE                                           00001880
           DISPLAY "===== BURREQ RUN SUMMARY ====="                     00001890
           DISPLAY "REQUEST DATE:         " WS-RUN-DATE                 00001900
           DISPLAY "APPLICANTS READ:      " WS-APPLICANTS-READ          00001910
           DISPLAY "INQUIRIES WRITTEN:    " WS-REQUESTS-WRITTEN         00001920
           DISPLAY "REPEATS NOT RE-ASKED: " WS-REPEATS-SKIPPED          00001930
           DISPLAY "UNREADABLE APPL-IDS:  " WS-BAD-SKIPPED              00001940
           IF WS-REQUESTS-WRITTEN = 0 OR WS-BAD-SKIPPED > 0             00001950
              SET RC-WARNING TO TRUE                                    00001960
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00001970
           END-IF.                                                      00001980
       9000-EXIT.                                                       00001990
           EXIT.                                                        00002000
                                                                        00002010
       COPY PROCDPAR.                                                   00002020
                                                                        00002030
       COPY ABENDPAR.                                                   00002040
