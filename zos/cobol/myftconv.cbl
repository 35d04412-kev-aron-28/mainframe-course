       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. MYFTCONV.                                            00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * MYFILE LEDGER CONVERSION.                               *       00000090
      * ONE-TIME LOAD OF THE MYFTRAN TRANSACTION-DETAIL LEDGER  *       00000100
      * FROM THE MYFILE KSDS: EVERY ACCOUNT WITH A NON-ZERO     *       00000110
      * BALANCE GETS ONE OPENING POSTING FOR THAT BALANCE,      *       00000120
      * DATED WITH ITS LAST-ACTIVITY DATE, SO THE LEDGER ADDS   *       00000130
      * UP TO THE HEADER FROM THE FIRST NIGHT.  FROM THEN ON    *       00000140
      * MYFMAINT POSTS TO BOTH.  THE LEDGER MUST BE EMPTY: A    *       00000150
      * DUPLICATE KEY MEANS THE LOAD HAS ALREADY RUN AND STOPS  *       00000160
      * IT.                                                     *       00000170
      * ********************************************************        00000180
       ENVIRONMENT DIVISION.                                            00000190
       INPUT-OUTPUT SECTION.                                            00000200
       FILE-CONTROL.                                                    00000210
           SELECT MYFILE                                                00000220
           ASSIGN TO MYDD                                               00000230
           ORGANIZATION IS INDEXED                                      00000240
           ACCESS MODE IS SEQUENTIAL                                    00000250
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000260
           FILE STATUS IS FS-MYFILE.                                    00000270
           SELECT MYF-TRAN-FILE                                         00000280
           ASSIGN TO MYFTRAN                                            00000290
           ORGANIZATION IS INDEXED                                      00000300
           ACCESS MODE IS SEQUENTIAL                                    00000310
           RECORD KEY IS MTR-KEY                                        00000320
           FILE STATUS IS FS-MYF-TRAN-FILE.                             00000330
           SELECT PROC-DATE-FILE                                        00000340
           ASSIGN TO PROCDATE                                           00000350
           ORGANIZATION IS SEQUENTIAL                                   00000360
           FILE STATUS IS FS-PROC-DATE-FILE.                            00000370
       DATA DIVISION.                                                   00000380
       FILE SECTION.                                                    00000390
       FD MYFILE.                                                       00000400
       COPY MYFREC.                                                     00000410
                                                                        00000420
       FD MYF-TRAN-FILE.                                                00000430
       COPY MYFTRAN.                                                    00000440
                                                                        00000450
       FD PROC-DATE-FILE.                                               00000460
       COPY PROCDREC.                                                   00000470
                                                                        00000480
       WORKING-STORAGE SECTION.                                         00000490
       COPY MYFREC REPLACING ==MYFILE-RECORDS== BY ==WS-MYFILE-REC==.   00000500
       01 FS-MYFILE PIC XX.                                             00000510
       01 FS-MYF-TRAN-FILE PIC XX.                                      00000520
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00000530
           88 WS-EOF VALUE 'Y'.                                         00000540
       01 WS-IO-ERROR-SW PIC X(01) VALUE 'N'.                           00000550
           88 WS-IO-ERROR VALUE 'Y'.                                    00000560
       01 WS-POST-DATE PIC 9(08) VALUE ZEROES.                          00000570
       01 WS-RECS-READ PIC 9(09) VALUE ZEROES.                          00000580
       01 WS-POSTINGS-WRITTEN PIC 9(09) VALUE ZEROES.                   00000590
       01 WS-ZERO-BALANCES PIC 9(09) VALUE ZEROES.                      00000600
       01 WS-TOTAL-AMT PIC S9(13)V99 COMP-3 VALUE ZEROES.               00000610
       01 WS-TOTAL-AMT-ED PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.                    00000620
       COPY ABENDCPY.                                                   00000630
       COPY PROCDCPY.                                                   00000640
                                                                        00000650
       PROCEDURE DIVISION.                                              00000660
       0000-MAIN.                                                       00000670
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00000680
           PERFORM 2000-PROCESS-FILE THRU 2000-EXIT                     00000690
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00000700
           IF WS-IO-ERROR                                               00000710
              MOVE 12 TO RETURN-CODE                                    00000720
           END-IF                                                       00000730
           GOBACK.                                                      00000740
                                                                        00000750
      *> ***************************************************************00000760
      *> OPEN THE MASTER FOR INPUT AND THE EMPTY LEDGER FOR LOADING     00000770
      *> ***************************************************************00000780
       1000-INITIALIZE.                                                 00000790
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00000800
           IF WS-PROCESS-DATE > 0                                       00000810
              MOVE WS-PROCESS-DATE TO WS-POST-DATE                      00000820
           ELSE                                                         00000830
              ACCEPT WS-POST-DATE FROM DATE YYYYMMDD                    00000840
           END-IF                                                       00000850
           OPEN INPUT MYFILE                                            00000860
           EVALUATE FS-MYFILE                                           00000870
             WHEN "00"                                                  00000880
               CONTINUE                                                 00000890
             WHEN "35"                                                  00000900
               MOVE "MYFILE NOT FOUND" TO WS-ABEND-MESSAGE              00000910
               GO TO 9999-ABEND                                         00000920
             WHEN OTHER                                                 00000930
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00000940
               GO TO 9999-ABEND                                         00000950
           END-EVALUATE                                                 00000960
           OPEN OUTPUT MYF-TRAN-FILE                                    00000970
           IF FS-MYF-TRAN-FILE NOT = "00"                               00000980
              MOVE "OPEN FAILED ON MYF-TRAN-FILE" TO WS-ABEND-MESSAGE   00000990
              GO TO 9999-ABEND                                          00001000
           END-IF.                                                      00001010
       1000-EXIT.                                                       00001020
           EXIT.                                                        00001030
                                                                        00001040
      *> ***************************************************************00001050
      *> ONE OPENING POSTING PER ACCOUNT CARRYING A BALANCE.  THE       00001060
      *> MASTER IS READ IN KEY ORDER, SO THE LEDGER LOADS IN KEY ORDER  00001070
      *> ***************************************************************00001080
       2000-PROCESS-FILE.                                               00001090
           PERFORM UNTIL WS-EOF                                         00001100
             READ MYFILE INTO WS-MYFILE-REC                             00001110
             EVALUATE FS-MYFILE                                         00001120
               WHEN "00"                                                00001130
                 ADD 1 TO WS-RECS-READ                                  00001140
                 PERFORM 2100-WRITE-OPENING THRU 2100-EXIT              00001150
               WHEN "10"                                                00001160
                 SET WS-EOF TO TRUE                                     00001170
               WHEN OTHER                                               00001180
                 DISPLAY "READ FAILED, MYFILE STATUS: " FS-MYFILE       00001190
                 SET WS-EOF TO TRUE                                     00001200
                 SET WS-IO-ERROR TO TRUE                                00001210
             END-EVALUATE                                               00001220
           END-PERFORM.                                                 00001230
       2000-EXIT.                                                       00001240
           EXIT.                                                        00001250
                                                                        00001260
       2100-WRITE-OPENING.                                              00001270
           IF MYFREC-AMOUNT OF WS-MYFILE-REC NOT NUMERIC                00001280
              OR MYFREC-AMOUNT OF WS-MYFILE-REC = ZEROES                00001290
              ADD 1 TO WS-ZERO-BALANCES                                 00001300
              GO TO 2100-EXIT                                           00001310
           END-IF                                                       00001320
           MOVE SPACES TO MYF-TRAN-RECORD                               00001330
           MOVE MYFREC-ACCT-NO OF WS-MYFILE-REC TO MTR-ACCT-NO          00001340
      *> AN UNDATED HEADER TAKES THE CONVERSION DATE                    00001350
           IF MYFREC-TRAN-DATE OF WS-MYFILE-REC NUMERIC                 00001360
              AND MYFREC-TRAN-DATE OF WS-MYFILE-REC > 0                 00001370
              MOVE MYFREC-TRAN-DATE OF WS-MYFILE-REC TO MTR-TRAN-DATE   00001380
           ELSE                                                         00001390
              MOVE WS-POST-DATE TO MTR-TRAN-DATE                        00001400
           END-IF                                                       00001410
           MOVE 1 TO MTR-SEQ-NO                                         00001420
           IF MYFREC-EFF-DATE OF WS-MYFILE-REC NUMERIC                  00001430
              AND MYFREC-EFF-DATE OF WS-MYFILE-REC > 0                  00001440
              MOVE MYFREC-EFF-DATE OF WS-MYFILE-REC TO MTR-EFF-DATE     00001450
           ELSE                                                         00001460
              MOVE MTR-TRAN-DATE TO MTR-EFF-DATE                        00001470
           END-IF                                                       00001480
           MOVE MYFREC-AMOUNT OF WS-MYFILE-REC TO MTR-AMOUNT            00001490
           MOVE "OPENING BALANCE - CONVERSION" TO MTR-DESC              00001500
           MOVE MYFREC-CURR-CD OF WS-MYFILE-REC TO MTR-CURR-CD          00001510
           MOVE MYFREC-AMOUNT OF WS-MYFILE-REC TO MTR-BALANCE-AFTER     00001520
      *> STAMPED WITH ITS OWN DATE, NOT TONIGHT'S, SO THE ROLL-FORWARD  00001530
      *> PROOF DOES NOT COUNT THE OPENING BALANCE AS NEW ACTIVITY       00001540
           MOVE MTR-TRAN-DATE TO MTR-POST-DATE                          00001550
           MOVE "MYFTCONV" TO MTR-POST-PROGRAM                          00001560
           WRITE MYF-TRAN-RECORD                                        00001570
           EVALUATE FS-MYF-TRAN-FILE                                    00001580
             WHEN "00"                                                  00001590
               ADD 1 TO WS-POSTINGS-WRITTEN                             00001600
               ADD MTR-AMOUNT TO WS-TOTAL-AMT                           00001610
             WHEN "22"                                                  00001620
               MOVE "LEDGER NOT EMPTY - CONVERSION ALREADY RUN"         00001630
                 TO WS-ABEND-MESSAGE                                    00001640
               GO TO 9999-ABEND                                         00001650
             WHEN OTHER                                                 00001660
               DISPLAY "WRITE FAILED, MYF-TRAN-FILE STATUS: "           00001670
                 FS-MYF-TRAN-FILE                                       00001680
               SET WS-EOF TO TRUE                                       00001690
               SET WS-IO-ERROR TO TRUE                                  00001700
           END-EVALUATE.                                                00001710
       2100-EXIT.                                                       00001720
           EXIT.                                                        00001730
                                                                        00001740
      *> ***************************************************************00001750
      *> CONTROL TOTALS: THE LEDGER TOTAL MUST EQUAL THE SUM OF THE     00001760
      *> MASTER BALANCES BEFORE THE FIRST NIGHT RUNS AGAINST IT         00001770
      *> ***************************************************************00001780
       9000-TERMINATE.                                                  00001790
           MOVE WS-TOTAL-AMT TO WS-TOTAL-AMT-ED                         00001800
           DISPLAY "===== MYFTCONV RUN SUMMARY ====="                   00001810
           DISPLAY "ACCOUNTS READ    : " WS-RECS-READ                   00001820
           DISPLAY "ZERO BALANCES    : " WS-ZERO-BALANCES               00001830
           DISPLAY "POSTINGS WRITTEN : " WS-POSTINGS-WRITTEN            00001840
           DISPLAY "LEDGER TOTAL     : " WS-TOTAL-AMT-ED                00001850
           CLOSE MYFILE                                                 00001860
           CLOSE MYF-TRAN-FILE                                          00001870
           IF FS-MYF-TRAN-FILE NOT = "00"                               00001880
              DISPLAY "CLOSE FAILED ON MYF-TRAN-FILE, STATUS: "         00001890
                FS-MYF-TRAN-FILE                                        00001900
           END-IF.                                                      00001910
       9000-EXIT.                                                       00001920
           EXIT.                                                        00001930
                                                                        00001940
       COPY PROCDPAR.                                                   00001950
                                                                        00001960
       COPY ABENDPAR.                                                   00001970
