       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * DISASTER-RECOVERY IMAGE COPIES OF THE APPLICATION KSDSS. *      00000089
      * UNLOADS THE MYFILE BASE, THE MYFTRAN POSTING LEDGER,     *      00000098
      * CUSTFILE AND CUSTCTL CLUSTERS IN KEY SEQUENCE TO DATED   *      00000107
      * SEQUENTIAL GENERATIONS, EACH CLOSED WITH THE STANDARD    *      00000116
      * VERIFICATION TRAILER (COUNT AND KEY HASH).  THE          *      00000125
      * TRANSACTION-DATE AIX IS NOT COPIED: A RESTORE REBUILDS   *      00000134
      * IT WITH BLDINDEX FROM THE RESTORED BASE (SEE             *      00000143
      * MYFAIX.JCL).  DRRSTOR RESTORES A CLUSTER FROM A CHOSEN   *      00000152
      * GENERATION OR PROVES A RESTORED CLUSTER RECORD-FOR-      *      00000161
      * RECORD AGAINST ITS COPY.                                 *      00000170
      * ********************************************************        00000180
       ENVIRONMENT DIVISION.                                            00000190
       INPUT-OUTPUT SECTION.                                            00000200
           SELECT MYF-IMAGE-FILE                                        00000280
           ASSIGN TO MYFIMG                                             00000290
           ORGANIZATION IS SEQUENTIAL                                   00000300
           FILE STATUS IS FS-MYF-IMAGE-FILE.                            00000301
           SELECT MYF-TRAN-FILE                                         00000302
           ASSIGN TO MYFTRAN                                            00000303
           ORGANIZATION IS INDEXED                                      00000304
           ACCESS MODE IS SEQUENTIAL                                    00000305
           RECORD KEY IS MTR-KEY OF MYF-TRAN-RECORD                     00000306
           FILE STATUS IS FS-MYF-TRAN-FILE.                             00000307
           SELECT MTR-IMAGE-FILE                                        00000308
           ASSIGN TO MYFTIMG                                            00000309
           ORGANIZATION IS SEQUENTIAL                                   00000310
           FILE STATUS IS FS-MTR-IMAGE-FILE.                            00000311
           SELECT CUST-MASTER-FILE                                      00000320
           ASSIGN TO CUSTFILE                                           00000330
           ORGANIZATION IS INDEXED                                      00000340
       FD MYF-IMAGE-FILE.                                               00000570
       01 MYF-IMAGE-RECORD          PIC X(100).                         00000580
                                                                        00000590
       FD MYF-TRAN-FILE.                                                00000591
       COPY MYFTRAN.                                                    00000592
                                                                        00000593
       FD MTR-IMAGE-FILE.                                               00000594
       01 MTR-IMAGE-RECORD          PIC X(100).                         00000595
                                                                        00000596
       FD CUST-MASTER-FILE.                                             00000600
       COPY CUSTREC REPLACING ==CUST-RECORD== BY                        00000610
                              ==CUST-MASTER-RECORD==.                   00000620
       WORKING-STORAGE SECTION.                                         00000730
       01 FS-MYFILE PIC XX.                                             00000740
       01 FS-MYF-IMAGE-FILE PIC XX.                                     00000750
       01 FS-MYF-TRAN-FILE PIC XX.                                      00000753
       01 FS-MTR-IMAGE-FILE PIC XX.                                     00000756
       01 FS-CUST-MASTER-FILE PIC XX.                                   00000760
       01 FS-CUST-IMAGE-FILE PIC XX.                                    00000770
       01 FS-CUST-CTL-FILE PIC XX.                                      00000780
       PROCEDURE DIVISION.                                              00000860
       0000-MAIN.                                                       00000870
           PERFORM 1000-UNLOAD-MYFILE THRU 1000-EXIT                    00000880
           PERFORM 1500-UNLOAD-MYFTRAN THRU 1500-EXIT                   00000885
           PERFORM 2000-UNLOAD-CUSTFILE THRU 2000-EXIT                  00000890
           PERFORM 3000-UNLOAD-CUSTCTL THRU 3000-EXIT                   00000900
           DISPLAY "===== DRUNLOAD COMPLETE ====="                      00000910
           END-PERFORM                                                  00001310
           PERFORM 8000-WRITE-MYF-TRAILER THRU 8000-EXIT                00001320
           CLOSE MYFILE                                                 00001330
           CLOSE MYF-IMAGE-FILE                                         00001331
           DISPLAY "MYFILE RECORDS COPIED : " WS-FTC-REC-COUNT          00001332
           MOVE 'N' TO WS-EOF-SW.                                       00001333
       1000-EXIT.                                                       00001334
           EXIT.                                                        00001335
                                                                        00001336
      *> ***************************************************************00001337
      *> THE MYFTRAN LEDGER GOES WITH ITS HEADERS: A MYFILE RESTORED    00001338
      *> WITHOUT ITS POSTINGS COULD NOT BE PROVED AGAINST THEM BY THE   00001339
      *> ROLL-FORWARD, AND STATEMENTS WOULD COME OUT EMPTY              00001340
      *> ***************************************************************00001341
       1500-UNLOAD-MYFTRAN.                                             00001342
           OPEN INPUT MYF-TRAN-FILE                                     00001343
           EVALUATE FS-MYF-TRAN-FILE                                    00001344
             WHEN "00"                                                  00001345
               CONTINUE                                                 00001346
             WHEN "35"                                                  00001347
               MOVE "MYFTRAN NOT FOUND" TO WS-ABEND-MESSAGE             00001348
               GO TO 9999-ABEND                                         00001349
             WHEN OTHER                                                 00001350
               MOVE "OPEN FAILED ON MYFTRAN" TO WS-ABEND-MESSAGE        00001351
               GO TO 9999-ABEND                                         00001352
           END-EVALUATE                                                 00001353
           OPEN OUTPUT MTR-IMAGE-FILE                                   00001354
           IF FS-MTR-IMAGE-FILE NOT = "00"                              00001355
              MOVE "OPEN FAILED ON MTR-IMAGE-FILE" TO WS-ABEND-MESSAGE  00001356
              GO TO 9999-ABEND                                          00001357
           END-IF                                                       00001358
           MOVE ZEROES TO WS-FTC-REC-COUNT                              00001359
           MOVE ZEROES TO WS-FTC-AMOUNT-HASH                            00001360
           PERFORM UNTIL WS-EOF                                         00001361
             READ MYF-TRAN-FILE                                         00001362
             END-READ                                                   00001363
             EVALUATE FS-MYF-TRAN-FILE                                  00001364
               WHEN "00"                                                00001365
                 WRITE MTR-IMAGE-RECORD FROM MYF-TRAN-RECORD            00001366
                 ADD 1 TO WS-FTC-REC-COUNT                              00001367
                 ADD MTR-ACCT-NO OF MYF-TRAN-RECORD TO                  00001368
                    WS-FTC-AMOUNT-HASH                                  00001369
               WHEN "10"                                                00001370
                 SET WS-EOF TO TRUE                                     00001371
               WHEN OTHER                                               00001372
                 DISPLAY "I/O ERROR UNLOADING MYFTRAN, STATUS: "        00001373
                   FS-MYF-TRAN-FILE                                     00001374
                 SET WS-EOF TO TRUE                                     00001375
                 SET RC-ERROR TO TRUE                                   00001376
                 MOVE WS-STD-RETURN-CODE TO RETURN-CODE                 00001377
             END-EVALUATE                                               00001378
           END-PERFORM                                                  00001379
           MOVE 'TRL' TO FTR-TAG                                        00001380
           MOVE WS-FTC-REC-COUNT TO FTR-REC-COUNT                       00001381
           MOVE WS-FTC-AMOUNT-HASH TO FTR-AMOUNT-HASH                   00001382
           ACCEPT FTR-CREATE-DATE FROM DATE YYYYMMDD                    00001383
           ACCEPT FTR-CREATE-TIME FROM TIME                             00001384
           MOVE SPACES TO MTR-IMAGE-RECORD                              00001385
           MOVE WS-FEED-TRAILER TO MTR-IMAGE-RECORD (1:43)              00001386
           WRITE MTR-IMAGE-RECORD                                       00001387
           CLOSE MYF-TRAN-FILE                                          00001388
           CLOSE MTR-IMAGE-FILE                                         00001389
           DISPLAY "MYFTRAN POSTINGS COPIED: " WS-FTC-REC-COUNT         00001390
           MOVE 'N' TO WS-EOF-SW.                                       00001391
       1500-EXIT.                                                       00001392
           EXIT.                                                        00001393
                                                                        00001394
       8000-WRITE-MYF-TRAILER.                                          00001400
           MOVE 'TRL' TO FTR-TAG                                        00001410
           MOVE WS-FTC-REC-COUNT TO FTR-REC-COUNT                       00001420
