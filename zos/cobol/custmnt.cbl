      *   'A' - ADDRESS CONFIRMED: CLEAR THE FLAG                *      00000156
      *   'S' - CONTACT SUPPRESSION: D=DECEASED, N=DO NOT        *      00000157
      *         CONTACT, L=LEGAL HOLD, C=CLEAR                   *      00000158
      *   'T' - PAYEE TIN: VALUE IS THE TIN TYPE (S=SSN,         *      00000160
      *         I=ITIN, E=EIN, C=CLEAR); THE NINE DIGITS RIDE    *      00000162
      *         IN CMT-TIN-VALUE AND MUST PASS THE TINCHK EDIT   *      00000164
      *   'W' - SANCTIONS SCREENING HOLD: H=HOLD, C=CLEAR        *      00000165
      *         (QUEUED BY SANCSCRN, NOT KEYED BY THE DESK)      *      00000166
      * REJECTED TRANSACTIONS CARRY REASON CODES, AND THE RUN    *      00000167
      * ENDS WITH THE SAME CONTROL-TOTAL SUMMARY THE OTHER       *      00000170
      * MAINTENANCE RUNS WRITE.                                  *      00000180
      * ********************************************************        00000190
               88 CMT-TYPE-RETMAIL   VALUE 'R'.                         00000582
               88 CMT-TYPE-ADDR-OK   VALUE 'A'.                         00000584
               88 CMT-TYPE-SUPPRESS  VALUE 'S'.                         00000586
               88 CMT-TYPE-TIN       VALUE 'T'.                         00000588
               88 CMT-TYPE-SANCTION  VALUE 'W'.                         00000589
           05 CMT-CUST-ID           PIC 9(09).                          00000590
           05 CMT-NEW-VALUE         PIC X(01).                          00000600
           05 CMT-EFF-DATE          PIC 9(08).                          00000610
           05 CMT-TIN-VALUE         PIC X(09).                          00000616
           05 FILLER                PIC X(52).                          00000622
                                                                        00000630
       FD MAINT-REJ-FILE.                                               00000640
       01 MAINT-REJ-REC.                                                00000650
       COPY FSTATWS.                                                    00000964
       COPY AUDITCHN.                                                   00000965
       COPY PROCDCPY.                                                   00000970
       COPY TINWS.                                                      00000975
                                                                        00000980
       PROCEDURE DIVISION.                                              00000990
       0000-MAIN.                                                       00001000
              AND NOT CMT-TYPE-RETMAIL                                  00001592
              AND NOT CMT-TYPE-ADDR-OK                                  00001594
              AND NOT CMT-TYPE-SUPPRESS                                 00001596
              AND NOT CMT-TYPE-TIN                                      00001598
              AND NOT CMT-TYPE-SANCTION                                 00001599
              MOVE 'N' TO WS-VALID-SW                                   00001600
              MOVE "C001" TO WS-REASON-CD                               00001610
              MOVE "TRANSACTION TYPE NOT RECOGNIZED" TO WS-REASON-TXT   00001620
                  PERFORM 2360-APPLY-ADDR-OK THRU 2360-EXIT             00001798
                WHEN CMT-TYPE-SUPPRESS                                  00001799
                  PERFORM 2370-APPLY-SUPPRESS THRU 2370-EXIT            00001800
                WHEN CMT-TYPE-TIN                                       00001802
                  PERFORM 2380-APPLY-TIN THRU 2380-EXIT                 00001804
                WHEN CMT-TYPE-SANCTION                                  00001805
                  PERFORM 2390-APPLY-SANCTION THRU 2390-EXIT            00001806
              END-EVALUATE                                              00001807
           END-IF                                                       00001810
                                                                        00001820
           IF WS-TRAN-VALID                                             00001830
       2370-EXIT.                                                       00002401
           EXIT.                                                        00002402
                                                                        00002403
      *> ***************************************************************00002404
      *> PAYEE TIN FROM A SIGNED CERTIFICATION.  THE NUMBER MUST PASS   00002405
      *> THE TINCHK EDIT BEFORE IT REPLACES WHAT IS ON FILE; 'C'        00002406
      *> REMOVES A TIN KEYED AGAINST THE WRONG CUSTOMER.  ONLY THE      00002407
      *> LAST FOUR DIGITS EVER REACH THE AUDIT TRAIL                    00002408
      *> ***************************************************************00002409
       2380-APPLY-TIN.                                                  00002410
           IF CMT-NEW-VALUE = 'C'                                       00002411
              MOVE ZEROES TO CUST-TIN OF CUST-MASTER-RECORD             00002412
              MOVE SPACE TO CUST-TIN-TYPE OF CUST-MASTER-RECORD         00002413
              MOVE "TIN CLEARED " TO ALOG-ACTION                        00002414
              MOVE SPACES TO ALOG-DETAIL                                00002415
              STRING "TIN REMOVED FOR CUST " CMT-CUST-ID                00002416
                 DELIMITED BY SIZE INTO ALOG-DETAIL                     00002417
              GO TO 2380-EXIT                                           00002418
           END-IF                                                       00002419
           MOVE CMT-NEW-VALUE TO WS-TIN-TYPE                            00002420
           MOVE CMT-TIN-VALUE TO WS-TIN-VALUE                           00002421
           PERFORM 8300-EDIT-TIN THRU 8300-EXIT                         00002422
           IF NOT WS-TIN-OK                                             00002423
              MOVE 'N' TO WS-VALID-SW                                   00002424
              MOVE "C007" TO WS-REASON-CD                               00002425
              MOVE WS-TIN-REASON TO WS-REASON-TXT                       00002426
              GO TO 2380-EXIT                                           00002427
           END-IF                                                       00002428
           MOVE WS-TIN-NUM TO CUST-TIN OF CUST-MASTER-RECORD            00002429
           MOVE WS-TIN-TYPE TO CUST-TIN-TYPE OF CUST-MASTER-RECORD      00002430
           MOVE "TIN CHANGED " TO ALOG-ACTION                           00002431
           MOVE SPACES TO ALOG-DETAIL                                   00002432
           STRING "TIN TYPE " WS-TIN-TYPE " ENDING "                    00002433
              WS-TIN-SERIAL " FOR CUST " CMT-CUST-ID                    00002434
              DELIMITED BY SIZE INTO ALOG-DETAIL.                       00002435
       2380-EXIT.                                                       00002436
           EXIT.                                                        00002437
                                                                        00002438
      *> ***************************************************************00002439
      *> SANCTIONS SCREENING HOLD.  SANCSCRN QUEUES THE 'H' WHEN A      00002440
      *> NAME FIRST MATCHES THE WATCH LIST AND THE 'C' WHEN COMPLIANCE  00002441
      *> HAS CLEARED EVERY OPEN HIT; THE AUDIT TRAIL CARRIES BOTH       00002442
      *> ***************************************************************00002443
       2390-APPLY-SANCTION.                                             00002444
           EVALUATE CMT-NEW-VALUE                                       00002445
             WHEN 'H'                                                   00002446
               MOVE 'H' TO CUST-SANC-HOLD OF CUST-MASTER-RECORD         00002447
             WHEN 'C'                                                   00002448
               MOVE SPACE TO CUST-SANC-HOLD OF CUST-MASTER-RECORD       00002449
             WHEN OTHER                                                 00002450
               MOVE 'N' TO WS-VALID-SW                                  00002451
               MOVE "C008" TO WS-REASON-CD                              00002452
               MOVE "SANCTIONS HOLD NOT H OR C" TO WS-REASON-TXT        00002453
               GO TO 2390-EXIT                                          00002454
           END-EVALUATE                                                 00002455
           MOVE "SANCTION CHG" TO ALOG-ACTION                           00002456
           MOVE SPACES TO ALOG-DETAIL                                   00002457
           STRING "SANCTIONS HOLD SET TO " CMT-NEW-VALUE                00002458
              " FOR CUST " CMT-CUST-ID                                  00002459
              DELIMITED BY SIZE INTO ALOG-DETAIL.                       00002460
       2390-EXIT.                                                       00002461
           EXIT.                                                        00002462
                                                                        00002463
       2600-REWRITE-CUSTOMER.                                           00002464
           REWRITE CUST-MASTER-RECORD                                   00002465
           IF FS-CUST-MASTER-FILE NOT = "00"                            00002466
              DISPLAY "I/O ERROR ON CUSTFILE REWRITE, STATUS: "         00002467
                FS-CUST-MASTER-FILE                                     00002468
              SET WS-IO-ERROR TO TRUE                                   00002469
              SET WS-EOF TO TRUE                                        00002470
              MOVE 'N' TO WS-VALID-SW                                   00002471
              MOVE "C005" TO WS-REASON-CD                               00002472
              MOVE "I/O ERROR APPLYING TRANSACTION" TO WS-REASON-TXT    00002473
           END-IF.                                                      00002474
       2600-EXIT.                                                       00002480
           EXIT.                                                        00002490
                                                                        00002500
       COPY AUDITWRT.                                                   00003060
       COPY AUDITCHP.                                                   00003061
       COPY FSTATCHK.                                                   00003070
       COPY TINCHK.                                                     00003080

       COPY RSNLOAD.                                                    00003090

       COPY ABENDPAR.                                                   00003100
