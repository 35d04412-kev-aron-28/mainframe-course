      * A FAILED ARCHIVE WRITE STOPS THE RUN BEFORE ANYTHING    *       00000140
      * IS DELETED.  RECORDS WITH UNUSABLE DATES ARE RETAINED.  *       00000150
      * THE CONTROL REPORT SHOWS PURGED, RETAINED AND ARCHIVED  *       00000160
      * COUNTS SO HISTORY IS BOUNDED WITHOUT BEING LOST.        *       00000164
      * A PURGED ACCOUNT TAKES ITS MYFTRAN LEDGER POSTINGS WITH  *      00000168
      * IT: EACH POSTING IS COPIED TO THE POSTING ARCHIVE AND   *       00000172
      * THEN DELETED, THE SAME RULE AS A MAINTENANCE DELETE.    *       00000176
      * ********************************************************        00000180
       ENVIRONMENT DIVISION.                                            00000190
       INPUT-OUTPUT SECTION.                                            00000200
           ORGANIZATION IS INDEXED                                      00000240
           ACCESS MODE IS SEQUENTIAL                                    00000250
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000260
           FILE STATUS IS FS-MYFILE.                                    00000262
           SELECT MYF-TRAN-FILE                                         00000264
           ASSIGN TO MYFTRAN                                            00000266
           ORGANIZATION IS INDEXED                                      00000268
           ACCESS MODE IS DYNAMIC                                       00000270
           RECORD KEY IS MTR-KEY                                        00000272
           FILE STATUS IS FS-MYF-TRAN-FILE.                             00000274
           SELECT ARCHIVE-FILE                                          00000280
           ASSIGN TO ARCHOUT                                            00000290
           ORGANIZATION IS SEQUENTIAL                                   00000300
           FILE STATUS IS FS-ARCHIVE-FILE.                              00000303
           SELECT MTR-ARCHIVE-FILE                                      00000306
           ASSIGN TO MTRARCH                                            00000309
           ORGANIZATION IS SEQUENTIAL                                   00000312
           FILE STATUS IS FS-MTR-ARCHIVE-FILE.                          00000315
           SELECT PARM-FILE                                             00000320
           ASSIGN TO PRGPARM                                            00000330
           ORGANIZATION IS SEQUENTIAL                                   00000340
       COPY MYFREC.                                                     00000390
                                                                        00000400
       FD ARCHIVE-FILE.                                                 00000410
       COPY MYFREC REPLACING ==MYFILE-RECORDS== BY ==ARCHIVE-REC==.     00000412
                                                                        00000414
       FD MYF-TRAN-FILE.                                                00000416
       COPY MYFTRAN.                                                    00000418
                                                                        00000420
       FD MTR-ARCHIVE-FILE.                                             00000422
       01 MTR-ARCHIVE-REC PIC X(100).                                   00000424
                                                                        00000430
       FD PARM-FILE.                                                    00000440
       COPY PARMCPY.                                                    00000450
                                                                        00000460
       WORKING-STORAGE SECTION.                                         00000470
       01 FS-MYFILE PIC XX.                                             00000480
       01 FS-ARCHIVE-FILE PIC XX.                                       00000485
       01 FS-MYF-TRAN-FILE PIC XX.                                      00000490
       01 FS-MTR-ARCHIVE-FILE PIC XX.                                   00000495
       01 FS-PARM-FILE PIC XX.                                          00000500
                                                                        00000510
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00000520
       01 WS-RECS-READ PIC 9(09) VALUE ZEROES.                          00000550
       01 WS-RECS-ARCHIVED PIC 9(09) VALUE ZEROES.                      00000560
       01 WS-RECS-PURGED PIC 9(09) VALUE ZEROES.                        00000570
       01 WS-RECS-RETAINED PIC 9(09) VALUE ZEROES.                      00000573
       01 WS-MTR-EOF-SW PIC X(01) VALUE 'N'.                            00000576
           88 WS-MTR-EOF VALUE 'Y'.                                     00000579
       01 WS-POSTINGS-ARCHIVED PIC 9(09) VALUE ZEROES.                  00000582
       01 WS-POSTINGS-PURGED PIC 9(09) VALUE ZEROES.                    00000585
       COPY ABENDCPY.                                                   00000590
                                                                        00000600
       01 WS-CURRENT-DATE PIC 9(08) VALUE ZEROES.                       00000610
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00001170
               GO TO 9999-ABEND                                         00001180
           END-EVALUATE                                                 00001190
           OPEN OUTPUT ARCHIVE-FILE                                     00001192
           IF FS-ARCHIVE-FILE NOT = "00"                                00001194
              MOVE "OPEN FAILED ON ARCHIVE-FILE" TO WS-ABEND-MESSAGE    00001196
              GO TO 9999-ABEND                                          00001198
           END-IF                                                       00001200
           OPEN I-O MYF-TRAN-FILE                                       00001202
           EVALUATE FS-MYF-TRAN-FILE                                    00001204
             WHEN "00"                                                  00001206
               CONTINUE                                                 00001208
             WHEN "35"                                                  00001210
               MOVE "MYFTRAN NOT FOUND" TO WS-ABEND-MESSAGE             00001212
               GO TO 9999-ABEND                                         00001214
             WHEN OTHER                                                 00001216
               MOVE "OPEN FAILED ON MYFTRAN" TO WS-ABEND-MESSAGE        00001218
               GO TO 9999-ABEND                                         00001220
           END-EVALUATE                                                 00001222
           OPEN OUTPUT MTR-ARCHIVE-FILE                                 00001224
           IF FS-MTR-ARCHIVE-FILE NOT = "00"                            00001226
              MOVE "OPEN FAILED ON MTR-ARCHIVE-FILE" TO WS-ABEND-MESSAGE00001228
              GO TO 9999-ABEND                                          00001230
           END-IF                                                       00001232
           PERFORM 8700-READ-PARM-CARD THRU 8700-EXIT                   00001250
           IF FS-PARM-FILE = "00" AND PARM-RETENTION-DAYS > 0           00001260
              MOVE PARM-RETENTION-DAYS TO WS-RETENTION-DAYS             00001270
                    WS-ABEND-MESSAGE                                    00001650
                 GO TO 9999-ABEND                                       00001660
              END-IF                                                    00001670
              ADD 1 TO WS-RECS-PURGED                                   00001677
              PERFORM 2480-PURGE-POSTINGS THRU 2480-EXIT                00001684
           ELSE                                                         00001691
              ADD 1 TO WS-RECS-RETAINED                                 00001700
           END-IF                                                       00001710
                                                                        00001720
           PERFORM 2900-READ-MYFILE THRU 2900-EXIT.                     00001730
       2000-EXIT.                                                       00001731
           EXIT.                                                        00001732
                                                                        00001733
      *> ***************************************************************00001734
      *> A PURGED ACCOUNT TAKES ITS LEDGER WITH IT: EVERY POSTING UNDER 00001735
      *> THE ACCOUNT NUMBER IS ARCHIVED AND, ONLY AFTER THAT WRITE      00001736
      *> PROVES CLEAN, DELETED, SO A LATER ADD UNDER THE SAME NUMBER    00001737
      *> STARTS FROM AN EMPTY HISTORY                                   00001738
      *> ***************************************************************00001739
       2480-PURGE-POSTINGS.                                             00001740
           MOVE 'N' TO WS-MTR-EOF-SW                                    00001741
           MOVE MYFREC-ACCT-NO OF MYFILE-RECORDS TO MTR-ACCT-NO         00001742
           MOVE ZEROES TO MTR-TRAN-DATE                                 00001743
           MOVE ZEROES TO MTR-SEQ-NO                                    00001744
           START MYF-TRAN-FILE KEY IS NOT < MTR-KEY                     00001745
           IF FS-MYF-TRAN-FILE NOT = "00"                               00001746
              SET WS-MTR-EOF TO TRUE                                    00001747
           END-IF                                                       00001748
           PERFORM UNTIL WS-MTR-EOF                                     00001749
             READ MYF-TRAN-FILE NEXT                                    00001750
             IF FS-MYF-TRAN-FILE NOT = "00"                             00001751
                OR MTR-ACCT-NO NOT = MYFREC-ACCT-NO OF MYFILE-RECORDS   00001752
                SET WS-MTR-EOF TO TRUE                                  00001753
             ELSE                                                       00001754
                MOVE MYF-TRAN-RECORD TO MTR-ARCHIVE-REC                 00001755
                WRITE MTR-ARCHIVE-REC                                   00001756
                IF FS-MTR-ARCHIVE-FILE NOT = "00"                       00001757
                   MOVE "POSTING ARCHIVE WRITE FAILED" TO               00001758
                      WS-ABEND-MESSAGE                                  00001759
                   GO TO 9999-ABEND                                     00001760
                END-IF                                                  00001761
                ADD 1 TO WS-POSTINGS-ARCHIVED                           00001762
                DELETE MYF-TRAN-FILE RECORD                             00001763
                IF FS-MYF-TRAN-FILE NOT = "00"                          00001764
                   MOVE "POSTING DELETE FAILED AFTER ARCHIVE" TO        00001765
                      WS-ABEND-MESSAGE                                  00001766
                   GO TO 9999-ABEND                                     00001767
                END-IF                                                  00001768
                ADD 1 TO WS-POSTINGS-PURGED                             00001769
             END-IF                                                     00001770
           END-PERFORM.                                                 00001771
       2480-EXIT.                                                       00001772
           EXIT.                                                        00001773
                                                                        00001774
       2900-READ-MYFILE.                                                00001775
           READ MYFILE                                                  00001780
           EVALUATE FS-MYFILE                                           00001790
             WHEN "00"                                                  00001800
           DISPLAY "RECORDS READ   : " WS-RECS-READ                     00002350
           DISPLAY "ARCHIVED       : " WS-RECS-ARCHIVED                 00002360
           DISPLAY "PURGED         : " WS-RECS-PURGED                   00002370
           DISPLAY "RETAINED       : " WS-RECS-RETAINED                 00002375
           DISPLAY "POSTINGS ARCH  : " WS-POSTINGS-ARCHIVED             00002380
           DISPLAY "POSTINGS PURGED: " WS-POSTINGS-PURGED               00002385
           CLOSE MYFILE                                                 00002390
           CLOSE ARCHIVE-FILE                                           00002395
           CLOSE MYF-TRAN-FILE                                          00002400
           CLOSE MTR-ARCHIVE-FILE.                                      00002405
       9000-EXIT.                                                       00002410
           EXIT.                                                        00002420
                                                                        00002430
