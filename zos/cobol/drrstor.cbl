       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * DISASTER-RECOVERY RESTORE AND VERIFY.                    *      00000090
      * DRIVEN BY A CONTROL CARD NAMING THE CLUSTER (MYFD, MYFT, *      00000100
      * CUST OR CCTL) AND THE MODE:                              *      00000110
      *   'R' RESTORE - REBUILD THE (FRESHLY DEFINED, EMPTY)     *      00000120
      *       CLUSTER FROM THE CHOSEN IMAGE-COPY GENERATION,     *      00000130
      *       PROVING THE COPY'S TRAILER FIRST;                  *      00000140
           SELECT MYF-IMAGE-FILE                                        00000350
           ASSIGN TO MYFIMG                                             00000360
           ORGANIZATION IS SEQUENTIAL                                   00000370
           FILE STATUS IS FS-MYF-IMAGE-FILE.                            00000371
           SELECT MYF-TRAN-FILE                                         00000372
           ASSIGN TO MYFTRAN                                            00000373
           ORGANIZATION IS INDEXED                                      00000374
           ACCESS MODE IS DYNAMIC                                       00000375
           RECORD KEY IS MTR-KEY OF MYF-TRAN-RECORD                     00000376
           FILE STATUS IS FS-MYF-TRAN-FILE.                             00000377
           SELECT MTR-IMAGE-FILE                                        00000378
           ASSIGN TO MYFTIMG                                            00000379
           ORGANIZATION IS SEQUENTIAL                                   00000380
           FILE STATUS IS FS-MTR-IMAGE-FILE.                            00000381
           SELECT CUST-MASTER-FILE                                      00000390
           ASSIGN TO CUSTFILE                                           00000400
           ORGANIZATION IS INDEXED                                      00000410
       FD MYF-IMAGE-FILE.                                               00000720
       01 MYF-IMAGE-RECORD          PIC X(100).                         00000730
                                                                        00000740
       FD MYF-TRAN-FILE.                                                00000741
       COPY MYFTRAN.                                                    00000742
                                                                        00000743
       FD MTR-IMAGE-FILE.                                               00000744
       01 MTR-IMAGE-RECORD          PIC X(100).                         00000745
                                                                        00000746
       FD CUST-MASTER-FILE.                                             00000750
       COPY CUSTREC REPLACING ==CUST-RECORD== BY                        00000760
                              ==CUST-MASTER-RECORD==.                   00000770
                                                                        00000870
       WORKING-STORAGE SECTION.                                         00000880
       COPY MYFREC REPLACING ==MYFILE-RECORDS== BY ==WS-MYF-IMG==.      00000890
       COPY MYFTRAN REPLACING ==MYF-TRAN-RECORD== BY ==WS-MTR-IMG==.    00000895
       COPY CUSTREC REPLACING ==CUST-RECORD== BY ==WS-CUST-IMG==.       00000900
       COPY CUSTCTL REPLACING ==CUST-CTL-RECORD== BY ==WS-CCTL-IMG==.   00000910
       01 FS-DR-CTL-FILE PIC XX.                                        00000920
       01 FS-MYFILE PIC XX.                                             00000930
       01 FS-MYF-IMAGE-FILE PIC XX.                                     00000940
       01 FS-MYF-TRAN-FILE PIC XX.                                      00000943
       01 FS-MTR-IMAGE-FILE PIC XX.                                     00000946
       01 FS-CUST-MASTER-FILE PIC XX.                                   00000950
       01 FS-CUST-IMAGE-FILE PIC XX.                                    00000960
       01 FS-CCTL-IMAGE-FILE PIC XX.                                    00000970
           EVALUATE WS-FILE-ID                                          00001140
             WHEN 'MYFD'                                                00001150
               PERFORM 2000-PROCESS-MYFILE THRU 2000-EXIT               00001160
             WHEN 'MYFT'                                                00001163
               PERFORM 5000-PROCESS-MYFTRAN THRU 5000-EXIT              00001166
             WHEN 'CUST'                                                00001170
               PERFORM 3000-PROCESS-CUSTFILE THRU 3000-EXIT             00001180
             WHEN 'CCTL'                                                00001190
               PERFORM 4000-PROCESS-CUSTCTL THRU 4000-EXIT              00001200
             WHEN OTHER                                                 00001210
               MOVE "FILE ID NOT MYFD, MYFT, CUST OR CCTL" TO           00001220
                  WS-ABEND-MESSAGE                                      00001230
               GO TO 9999-ABEND                                         00001240
           END-EVALUATE                                                 00001250
       4000-EXIT.                                                       00003698
           EXIT.                                                        00003699
                                                                        00003700
      *> ***************************************************************00003710
      *> MYFTRAN LEDGER: THE SAME RESTORE AND VERIFY AS MYFILE, BY THE  00003720
      *> FULL POSTING KEY.  RESTORE IT FROM THE SAME NIGHT'S GENERATION 00003730
      *> AS MYFILE SO THE POSTINGS AGREE WITH THE HEADER BALANCES       00003740
      *> ***************************************************************00003750
       5000-PROCESS-MYFTRAN.                                            00003760
           IF DRC-MODE-RESTORE                                          00003770
              OPEN OUTPUT MYF-TRAN-FILE                                 00003780
           ELSE                                                         00003790
              OPEN INPUT MYF-TRAN-FILE                                  00003800
           END-IF                                                       00003810
           IF FS-MYF-TRAN-FILE NOT = "00"                               00003820
              MOVE "OPEN FAILED ON MYFTRAN" TO WS-ABEND-MESSAGE         00003830
              GO TO 9999-ABEND                                          00003840
           END-IF                                                       00003850
           OPEN INPUT MTR-IMAGE-FILE                                    00003860
           IF FS-MTR-IMAGE-FILE NOT = "00"                              00003870
              MOVE "OPEN FAILED ON MTR-IMAGE-FILE" TO WS-ABEND-MESSAGE  00003880
              GO TO 9999-ABEND                                          00003890
           END-IF                                                       00003900
           PERFORM UNTIL WS-EOF                                         00003910
             READ MTR-IMAGE-FILE                                        00003920
               AT END                                                   00003930
                 SET WS-EOF TO TRUE                                     00003940
                 IF NOT WS-FTC-TRAILER-SEEN                             00003950
                    DISPLAY "*** IMAGE COPY HAS NO TRAILER"             00003960
                    SET WS-FTC-FAILED TO TRUE                           00003970
                 END-IF                                                 00003980
               NOT AT END                                               00003990
                 IF MTR-IMAGE-RECORD (1:3) = 'TRL'                      00004000
                    MOVE MTR-IMAGE-RECORD (1:43) TO WS-FEED-TRAILER     00004010
                    PERFORM 8950-CHECK-FEED-TRAILER THRU 8950-EXIT      00004020
                 ELSE                                                   00004030
                    MOVE MTR-IMAGE-RECORD TO WS-MTR-IMG                 00004040
                    ADD 1 TO WS-FTC-REC-COUNT                           00004050
                    ADD MTR-ACCT-NO OF WS-MTR-IMG TO                    00004060
                       WS-FTC-AMOUNT-HASH                               00004070
                    IF DRC-MODE-RESTORE                                 00004080
                       MOVE WS-MTR-IMG TO MYF-TRAN-RECORD               00004090
                       WRITE MYF-TRAN-RECORD                            00004100
                       IF FS-MYF-TRAN-FILE = "00"                       00004110
                          ADD 1 TO WS-LOADED                            00004120
                       ELSE                                             00004130
                          DISPLAY "WRITE FAILED, MYFTRAN STATUS: "      00004140
                            FS-MYF-TRAN-FILE                            00004150
                          ADD 1 TO WS-MISMATCHES                        00004160
                       END-IF                                           00004170
                    ELSE                                                00004180
                       MOVE MTR-KEY OF WS-MTR-IMG TO                    00004190
                          MTR-KEY OF MYF-TRAN-RECORD                    00004200
                       READ MYF-TRAN-FILE                               00004210
                       END-READ                                         00004220
                       ADD 1 TO WS-COMPARED                             00004230
                       IF FS-MYF-TRAN-FILE NOT = "00"                   00004240
                          OR MYF-TRAN-RECORD NOT = WS-MTR-IMG           00004250
                          DISPLAY "*** MISMATCH AT POSTING "            00004260
                            MTR-KEY OF WS-MTR-IMG                       00004270
                          ADD 1 TO WS-MISMATCHES                        00004280
                       END-IF                                           00004290
                    END-IF                                              00004300
                 END-IF                                                 00004310
             END-READ                                                   00004320
           END-PERFORM                                                  00004330
           CLOSE MTR-IMAGE-FILE                                         00004340
           IF DRC-MODE-VERIFY                                           00004350
              MOVE 'N' TO WS-EOF-SW                                     00004360
              MOVE LOW-VALUES TO MTR-KEY OF MYF-TRAN-RECORD             00004370
              START MYF-TRAN-FILE KEY NOT <                             00004380
                 MTR-KEY OF MYF-TRAN-RECORD                             00004390
              END-START                                                 00004400
              IF FS-MYF-TRAN-FILE NOT = "00"                            00004410
                 SET WS-EOF TO TRUE                                     00004420
              END-IF                                                    00004430
              PERFORM UNTIL WS-EOF                                      00004440
                READ MYF-TRAN-FILE NEXT                                 00004450
                END-READ                                                00004460
                IF FS-MYF-TRAN-FILE = "00"                              00004470
                   ADD 1 TO WS-KSDS-COUNT                               00004480
                ELSE                                                    00004490
                   SET WS-EOF TO TRUE                                   00004500
                END-IF                                                  00004510
              END-PERFORM                                               00004520
              IF WS-KSDS-COUNT NOT = WS-FTC-REC-COUNT                   00004530
                 DISPLAY "*** CLUSTER HAS " WS-KSDS-COUNT               00004540
                   " RECORDS, IMAGE HAS " WS-FTC-REC-COUNT              00004550
                 ADD 1 TO WS-MISMATCHES                                 00004560
              END-IF                                                    00004570
           END-IF                                                       00004580
           CLOSE MYF-TRAN-FILE.                                         00004590
       5000-EXIT.                                                       00004600
           EXIT.                                                        00004610
                                                                        00004620
       9000-TERMINATE.                                                  00004630
           DISPLAY "===== DRRSTOR RUN SUMMARY ====="                    00004640
           DISPLAY "RECORDS LOADED   : " WS-LOADED                      00004650
           DISPLAY "RECORDS COMPARED : " WS-COMPARED                    00004660
           DISPLAY "MISMATCHES       : " WS-MISMATCHES.                 00004670
       9000-EXIT.                                                       00004680
           EXIT.                                                        00004690
                                                                        00004700
       COPY FEEDTCHK.                                                   00004710
       COPY ABENDPAR.                                                   00004720
