       SECURITY. PUBLIC.                                                00000070
      * ********************************************                    00000080
      * PRINTS A PAGINATED TRANSACTION REPORT OFF   *                   00000090
      * THE MYFTRAN LEDGER FOR THE LINE PRINTER     *                   00000100
      * ********************************************                    00000110
       ENVIRONMENT DIVISION.                                            00000120
       INPUT-OUTPUT SECTION.                                            00000130
       FILE-CONTROL.                                                    00000140
           SELECT MYF-TRAN-FILE                                         00000150
           ASSIGN TO MYFTRAN                                            00000160
           ORGANIZATION IS INDEXED                                      00000170
           ACCESS MODE IS SEQUENTIAL                                    00000180
           RECORD KEY IS MTR-KEY                                        00000190
           FILE STATUS IS FS-MYF-TRAN-FILE.                             00000200
           SELECT PROC-DATE-FILE                                        00000210
           ASSIGN TO PROCDATE                                           00000220
           ORGANIZATION IS SEQUENTIAL                                   00000230
           FILE STATUS IS FS-RUN-STAT-FILE.                             00000320
       DATA DIVISION.                                                   00000330
       FILE SECTION.                                                    00000340
       FD MYF-TRAN-FILE.                                                00000350
       COPY MYFTRAN.                                                    00000360
                                                                        00000370
       FD RPT-FILE.                                                     00000380
       01 RPT-LINE PIC X(133).                                          00000390
       COPY PROCDREC.                                                   00000450
                                                                        00000460
       WORKING-STORAGE SECTION.                                         00000470
       01 FS-MYF-TRAN-FILE PIC XX.                                      00000490
       01 FS-RPT-FILE PIC XX.                                           00000500
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00000510
           88 WS-EOF VALUE 'Y'.                                         00000520
      *> ***************************************************************00001330
       1000-INITIALIZE.                                                 00001340
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00001350
           OPEN INPUT MYF-TRAN-FILE                                     00001360
           IF FS-MYF-TRAN-FILE NOT = "00"                               00001370
              MOVE "OPEN FAILED ON MYF-TRAN-FILE" TO WS-ABEND-MESSAGE   00001380
              GO TO 9999-ABEND                                          00001390
           END-IF                                                       00001400
           OPEN OUTPUT RPT-FILE                                         00001410
           EXIT.                                                        00001570
                                                                        00001580
      *> ***************************************************************00001590
      *> READ EVERY LEDGER POSTING AND PRINT A DETAIL LINE, STARTING A  00001600
      *> NEW PAGE WHENEVER THE CURRENT PAGE IS FULL                     00001610
      *> ***************************************************************00001620
       2000-PROCESS-FILE.                                               00001630
           PERFORM UNTIL WS-EOF                                         00001640
             READ MYF-TRAN-FILE                                         00001650
               AT END                                                   00001670
                 SET WS-EOF TO TRUE                                     00001680
               NOT AT END                                               00001690
           IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE   00001770
              PERFORM 2200-PRINT-PAGE-HEADERS THRU 2200-EXIT            00001780
           END-IF                                                       00001790
           MOVE MTR-ACCT-NO TO DTL-ACCT                                 00001800
           MOVE MTR-TRAN-DATE TO DTL-TRAN-DATE                          00001810
           MOVE MTR-EFF-DATE TO DTL-EFF-DATE                            00001820
           MOVE MTR-AMOUNT TO DTL-AMOUNT                                00001830
           MOVE MTR-DESC TO DTL-DESC                                    00001840
           WRITE RPT-LINE FROM WS-DTL-LINE                              00001850
           ADD 1 TO WS-LINE-COUNT                                       00001860
           ADD 1 TO WS-GRAND-TOTAL-RECS                                 00001870
           ADD MTR-AMOUNT TO WS-GRAND-TOTAL-AMT.                        00001880
       2100-EXIT.                                                       00001890
           EXIT.                                                        00001900
                                                                        00001910
           MOVE WS-GRAND-TOTAL-RECS TO STAT-RECS                        00002220
           PERFORM 8650-WRITE-RUN-STATS THRU 8650-EXIT                  00002230
           CLOSE RUN-STAT-FILE                                          00002240
           CLOSE MYF-TRAN-FILE                                          00002250
           CLOSE RPT-FILE.                                              00002260
       9000-EXIT.                                                       00002270
           EXIT.                                                        00002280
