       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * MONTHLY ACCOUNT STATEMENT GENERATOR.                    *       00000090
      * READS THE MYFTRAN LEDGER IN KEY SEQUENCE, SELECTS THE   *       00000099
      * POSTINGS FOR THE STATEMENT MONTH ON THE CONTROL CARD,   *       00000108
      * AND PRINTS ONE STATEMENT PER ACCOUNT: A HEADING WITH    *       00000117
      * THE CUSTOMER'S NAME AND MAILING ADDRESS FROM THE        *       00000126
      * CUSTOMER MASTER, AN OPENING LINE, ONE DETAIL LINE PER   *       00000135
      * POSTING, AND A CLOSING TOTAL.  THE ACCOUNT STATUS       *       00000144
      * COMES OFF THE MYFILE HEADER.  AN ACCOUNT WITH NO        *       00000153
      * CUSTOMER ON FILE STILL GETS ITS STATEMENT, FLAGGED      *       00000162
      * FOR THE SERVICING TEAM INSTEAD OF BEING MAILED.         *       00000171
      * A CUSTOMER WHOSE MAILING ADDRESS CHANGED WITHIN THE     *       00000172
      * COOLING-OFF PERIOD ON THE CONTROL CARD (ADDRCHG'S       *       00000173
      * REGISTER) HAS THE STATEMENT HELD, PRINT AND ELECTRONIC, *       00000174
      * UNTIL THE DESK HAS HEARD BACK ON THE CONFIRMATION.      *       00000175
      * ********************************************************        00000180
       ENVIRONMENT DIVISION.                                            00000190
       INPUT-OUTPUT SECTION.                                            00000200
           SELECT MYFILE                                                00000220
           ASSIGN TO MYDD                                               00000230
           ORGANIZATION IS INDEXED                                      00000240
           ACCESS MODE IS RANDOM                                        00000250
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000260
           FILE STATUS IS FS-MYFILE.                                    00000270
           SELECT MYF-TRAN-FILE                                         00000271
           ASSIGN TO MYFTRAN                                            00000272
           ORGANIZATION IS INDEXED                                      00000273
           ACCESS MODE IS SEQUENTIAL                                    00000274
           RECORD KEY IS MTR-KEY                                        00000275
           FILE STATUS IS FS-MYF-TRAN-FILE.                             00000276
           SELECT CUST-MASTER-FILE                                      00000280
           ASSIGN TO CUSTMAST                                           00000290
           ORGANIZATION IS SEQUENTIAL                                   00000300
           ASSIGN TO STMTOUT                                            00000370
           ORGANIZATION IS SEQUENTIAL                                   00000380
           FILE STATUS IS FS-STMT-FILE.                                 00000390
           SELECT PRINT-HANDOFF-FILE                                    00000392
           ASSIGN TO PRTHAND                                            00000394
           ORGANIZATION IS SEQUENTIAL                                   00000396
           FILE STATUS IS FS-PRINT-HANDOFF-FILE.                        00000398
           SELECT XREF-FILE                                             00000400
           ASSIGN TO ACCTXREF                                           00000410
           ORGANIZATION IS SEQUENTIAL                                   00000420
           ASSIGN TO STMTARCH                                           00000474
           ORGANIZATION IS SEQUENTIAL                                   00000476
           FILE STATUS IS FS-STMT-ARCH-FILE.                            00000478
           SELECT ADDR-REG-FILE                                         00000479
           ASSIGN TO ADDRREG                                            00000480
           ORGANIZATION IS SEQUENTIAL                                   00000481
           FILE STATUS IS FS-ADDR-REG-FILE.                             00000482
       DATA DIVISION.                                                   00000483
       FILE SECTION.                                                    00000484
       FD MYFILE.                                                       00000485
       COPY MYFREC.                                                     00000486
                                                                        00000487
       FD MYF-TRAN-FILE.                                                00000488
       COPY MYFTRAN.                                                    00000489
                                                                        00000490
       FD CUST-MASTER-FILE.                                             00000491
       COPY CUSTREC.                                                    00000500
                                                                        00000510
       FD STMT-CTL-FILE.                                                00000520
      * 'Y' = HOUSEHOLD OPTION: MULTI-MEMBER HOUSEHOLDS GET ONE         00000552
      * COMBINED STATEMENT FROM THE HSHSTMT RUN AND ARE SKIPPED HERE    00000554
           05 CTL-HOUSEHOLD-OPT     PIC X(01).                          00000556
      * COOLING-OFF DAYS AFTER AN ADDRESS CHANGE DURING WHICH THE       00000557
      * CUSTOMER'S STATEMENTS ARE HELD.  BLANK TAKES THE STANDARD 30;   00000558
      * 000 TURNS THE HOLD OFF                                          00000559
           05 CTL-COOLOFF-DAYS      PIC X(03).                          00000560
           05 CTL-COOLOFF-NUM REDEFINES CTL-COOLOFF-DAYS                00000561
                                    PIC 9(03).                          00000562
           05 FILLER                PIC X(70).                          00000563
                                                                        00000570
       FD STMT-FILE.                                                    00000580
       01 STMT-LINE                 PIC X(133).                         00000590
                                                                        00000592
       FD PRINT-HANDOFF-FILE.                                           00000594
       COPY PRTHAND.                                                    00000596
                                                                        00000600
       FD XREF-FILE.                                                    00000610
       COPY ACCTXREF.                                                   00000620
       FD STMT-ARCH-FILE.                                               00000678
       COPY STMTARCH.                                                   00000680
                                                                        00000681
       FD ADDR-REG-FILE.                                                00000682
       COPY ADDRREG.                                                    00000683
                                                                        00000684
       WORKING-STORAGE SECTION.                                         00000685
       COPY MYFREC REPLACING ==MYFILE-RECORDS== BY ==WS-MYFILE-REC==.   00000686
       01 FS-MYFILE PIC XX.                                             00000687
       01 FS-MYF-TRAN-FILE PIC XX.                                      00000688
       01 FS-CUST-MASTER-FILE PIC XX.                                   00000689
       01 FS-STMT-CTL-FILE PIC XX.                                      00000690
       01 FS-STMT-FILE PIC XX.                                          00000691
                                                                        00000700
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00000710
           88 WS-EOF VALUE 'Y'.                                         00000720
       01 WS-SUPP-SW PIC X(01) VALUE 'N'.                               00000889
           88 WS-SUPPRESSED VALUE 'Y'.                                  00000890
       01 WS-CUST-HIT-SUB PIC 9(03) VALUE ZEROES.                       00000891
       01 FS-ADDR-REG-FILE PIC XX.                                      00000892
       01 WS-ADDR-REG-EOF-SW PIC X(01) VALUE 'N'.                       00000893
           88 WS-ADDR-REG-EOF VALUE 'Y'.                                00000894
       01 WS-COOLOFF-SW PIC X(01) VALUE 'N'.                            00000895
           88 WS-COOLING-OFF VALUE 'Y'.                                 00000896
       01 WS-COOLOFF-DAYS PIC 9(03) VALUE 30.                           00000897
       01 WS-RUN-DAYNUM PIC 9(07) VALUE ZEROES.                         00000898
       01 WS-DAYS-SINCE-CHG PIC S9(07) VALUE ZEROES.                    00000899
      *> ***************************************************************00000900
      *> CUSTOMERS STILL INSIDE THE COOLING-OFF PERIOD AFTER AN ADDRESS 00000901
      *> CHANGE, FROM ADDRCHG'S REGISTER.  THEIR STATEMENTS GO TO THE   00000902
      *> HOLD REPORT RATHER THAN TO AN ADDRESS NOBODY HAS CONFIRMED     00000903
      *> ***************************************************************00000904
       01 WS-COOLOFF-TABLE.                                             00000905
           05 WS-COOLOFF-ENTRY OCCURS 500 TIMES.                        00000906
               10 TBL-COOL-CUST-ID      PIC 9(09).                      00000907
       01 WS-COOLOFF-COUNT PIC 9(03) VALUE ZEROES.                      00000908
       01 WS-COOLOFF-MAX PIC 9(03) VALUE 500.                           00000909
       01 WS-COOLOFF-SUB PIC 9(03) VALUE ZEROES.                        00000910
                                                                        00000911
      *> ***************************************************************00000912
      *> DAY-NUMBER CONVERSION WORK AREAS FOR THE COOLING-OFF WINDOW,   00000913
      *> THE SAME SERIAL-DAY ARITHMETIC THE AUDIT ARCHIVAL USES         00000914
      *> ***************************************************************00000915
       01 WS-DN-DATE PIC 9(08).                                         00000916
       01 WS-DN-DATE-GROUP REDEFINES WS-DN-DATE.                        00000917
           05 WS-DN-YYYY PIC 9(04).                                     00000918
           05 WS-DN-MM PIC 9(02).                                       00000919
           05 WS-DN-DD PIC 9(02).                                       00000920
       01 WS-DN-RESULT PIC 9(07).                                       00000921
       01 WS-DN-PRIOR-YEARS PIC 9(04).                                  00000922
       01 WS-DN-LEAPS-4 PIC 9(04).                                      00000923
       01 WS-DN-LEAPS-100 PIC 9(04).                                    00000924
       01 WS-DN-LEAPS-400 PIC 9(04).                                    00000925
       01 WS-DN-LEAP-QUOT PIC 9(04).                                    00000926
       01 WS-DN-LEAP-REM PIC 9(04).                                     00000927
       01 WS-DN-LEAP-SW PIC X(01) VALUE 'N'.                            00000928
           88 WS-DN-LEAP-YEAR VALUE 'Y'.                                00000929
       01 CUM-DAYS-INIT.                                                00000930
           05 FILLER PIC 9(03) VALUE 000.                               00000931
           05 FILLER PIC 9(03) VALUE 031.                               00000932
           05 FILLER PIC 9(03) VALUE 059.                               00000933
           05 FILLER PIC 9(03) VALUE 090.                               00000934
           05 FILLER PIC 9(03) VALUE 120.                               00000935
           05 FILLER PIC 9(03) VALUE 151.                               00000936
           05 FILLER PIC 9(03) VALUE 181.                               00000937
           05 FILLER PIC 9(03) VALUE 212.                               00000938
           05 FILLER PIC 9(03) VALUE 243.                               00000939
           05 FILLER PIC 9(03) VALUE 273.                               00000940
           05 FILLER PIC 9(03) VALUE 304.                               00000941
           05 FILLER PIC 9(03) VALUE 334.                               00000942
       01 CUM-DAYS REDEFINES CUM-DAYS-INIT.                             00000943
           05 CUM-DAYS-TO-MONTH OCCURS 12 TIMES PIC 9(03).              00000944
       01 WS-STMT-OUT PIC X(133) VALUE SPACES.                          00000945
                                                                        00000946
      *> ***************************************************************00000947
      *> ACCOUNT-TO-CUSTOMER CROSS-REFERENCE, LOADED WHEN THE XREF      00000948
      *> DATASET IS PRESENT.  THE STATEMENT OWNER IS RESOLVED THROUGH   00000949
      *> AN ACTIVE LINK; WITHOUT THE DATASET THE OLD DIRECT MATCH OF    00000950
      *> CUSTOMER ID TO ACCOUNT NUMBER STILL STANDS                     00000951
      *> ***************************************************************00000952
       01 WS-XREF-TABLE.                                                00000953
           05 WS-XREF-ENTRY OCCURS 500 TIMES.                           00000954
               10 TBL-AXR-ACCT-NO       PIC 9(09).                      00000955
               10 TBL-AXR-CUST-ID       PIC 9(09).                      00000956
               10 TBL-AXR-STATUS        PIC X(01).                      00000960
       01 WS-XREF-COUNT PIC 9(03) VALUE ZEROES.                         00000970
       01 WS-XREF-MAX PIC 9(03) VALUE 500.                              00000980
       01 WS-STMTS-DEFAULTED PIC 9(07) VALUE ZEROES.                    00001136
       01 WS-STMTS-HELD PIC 9(07) VALUE ZEROES.                         00001137
       01 WS-STMTS-TO-HSHLD PIC 9(07) VALUE ZEROES.                     00001138
       01 WS-STMTS-FINAL-DONE PIC 9(07) VALUE ZEROES.                   00001141
       01 WS-STMTS-SUPPRESSED PIC 9(07) VALUE ZEROES.                   00001144
       01 WS-STMTS-COOLOFF PIC 9(07) VALUE ZEROES.                      00001145
       01 WS-STMTS-TO-PRINT PIC 9(09) VALUE ZEROES.                     00001146
       COPY ABENDCPY.                                                   00001147
       COPY PRTHWS.                                                     00001148
                                                                        00001150
      *> ***************************************************************00001160
      *> CUSTOMER MASTER TABLE, LOADED ONCE AT INITIALIZATION AND       00001170
           IF CTL-HOUSEHOLD-OPT = 'Y'                                   00002062
              SET WS-HSHLD-OPT TO TRUE                                  00002064
           END-IF                                                       00002066
           IF CTL-COOLOFF-DAYS IS NUMERIC                               00002067
              MOVE CTL-COOLOFF-NUM TO WS-COOLOFF-DAYS                   00002068
           END-IF                                                       00002069
           MOVE CTL-STMT-YEAR TO WS-STMT-YEAR                           00002070
           MOVE CTL-STMT-MONTH TO WS-STMT-MONTH                         00002080
           COMPUTE WS-STMT-YYYYMM =                                     00002090
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00002210
               GO TO 9999-ABEND                                         00002220
           END-EVALUATE                                                 00002230
           OPEN INPUT MYF-TRAN-FILE                                     00002231
           EVALUATE FS-MYF-TRAN-FILE                                    00002232
             WHEN "00"                                                  00002233
               CONTINUE                                                 00002234
             WHEN "35"                                                  00002235
               MOVE "MYFILE LEDGER NOT FOUND" TO WS-ABEND-MESSAGE       00002236
               GO TO 9999-ABEND                                         00002237
             WHEN OTHER                                                 00002238
               MOVE "OPEN FAILED ON MYF-TRAN-FILE" TO WS-ABEND-MESSAGE  00002239
               GO TO 9999-ABEND                                         00002240
           END-EVALUATE                                                 00002241
                                                                        00002242
           OPEN OUTPUT STMT-FILE                                        00002250
           IF FS-STMT-FILE NOT = "00"                                   00002260
              MOVE "OPEN FAILED ON STMT-FILE" TO WS-ABEND-MESSAGE       00002270
           IF WS-HSHLD-OPT                                              00002356
              PERFORM 1300-LOAD-HOUSEHOLDS THRU 1300-EXIT               00002357
           END-IF                                                       00002358
           IF WS-COOLOFF-DAYS > 0                                       00002359
              PERFORM 1400-LOAD-ADDR-CHANGES THRU 1400-EXIT             00002360
           END-IF                                                       00002361
           PERFORM 2900-READ-MYFILE THRU 2900-EXIT.                     00002362
       1000-EXIT.                                                       00002363
           EXIT.                                                        00002364
                                                                        00002365
      *> ***************************************************************00002370
      *> LOAD THE CUSTOMER MASTER FOR THE STATEMENT HEADINGS.  NAME     00002380
      *> AND CITY/STATE/ZIP ARE ASSEMBLED ONCE HERE SO THE HEADING      00002390
           EXIT.                                                        00003315
                                                                        00003316
      *> ***************************************************************00003317
      *> LOAD THE CUSTOMERS WHOSE ADDRESS CHANGED LESS THAN THE         00003318
      *> COOLING-OFF PERIOD AGO.  NO REGISTER YET (ADDRCHG HAS NEVER    00003319
      *> RUN) HOLDS NOBODY.  THE TABLE MUST NOT OVERFLOW: A CUSTOMER    00003320
      *> DROPPED FROM IT WOULD BE MAILED AT AN UNCONFIRMED ADDRESS      00003321
      *> ***************************************************************00003322
       1400-LOAD-ADDR-CHANGES.                                          00003323
           MOVE WS-CONTACT-DATE TO WS-DN-DATE                           00003324
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00003325
           MOVE WS-DN-RESULT TO WS-RUN-DAYNUM                           00003326
           OPEN INPUT ADDR-REG-FILE                                     00003327
           EVALUATE FS-ADDR-REG-FILE                                    00003328
             WHEN "00"                                                  00003329
               PERFORM UNTIL WS-ADDR-REG-EOF                            00003330
                 READ ADDR-REG-FILE                                     00003331
                   AT END                                               00003332
                     SET WS-ADDR-REG-EOF TO TRUE                        00003333
                   NOT AT END                                           00003334
                     PERFORM 1450-CHECK-ONE-CHANGE THRU 1450-EXIT       00003335
                 END-READ                                               00003336
               END-PERFORM                                              00003337
               CLOSE ADDR-REG-FILE                                      00003338
               DISPLAY "IN ADDRESS COOLING-OFF: " WS-COOLOFF-COUNT      00003339
             WHEN "35"                                                  00003340
               DISPLAY "NO ADDRESS REGISTER, NO COOLING-OFF HOLDS"      00003341
             WHEN OTHER                                                 00003342
               MOVE "OPEN FAILED ON ADDR-REG-FILE" TO WS-ABEND-MESSAGE  00003343
               GO TO 9999-ABEND                                         00003344
           END-EVALUATE.                                                00003345
       1400-EXIT.                                                       00003346
           EXIT.                                                        00003347
                                                                        00003348
       1450-CHECK-ONE-CHANGE.                                           00003349
           IF ARG-LAST-CHG-DATE = 0                                     00003350
              OR ARG-LAST-CHG-DATE NOT NUMERIC                          00003351
              GO TO 1450-EXIT                                           00003352
           END-IF                                                       00003353
           MOVE ARG-LAST-CHG-DATE TO WS-DN-DATE                         00003354
           PERFORM 6000-DATE-TO-DAYNUM THRU 6000-EXIT                   00003355
           COMPUTE WS-DAYS-SINCE-CHG = WS-RUN-DAYNUM - WS-DN-RESULT     00003356
           IF WS-DAYS-SINCE-CHG NOT < WS-COOLOFF-DAYS                   00003357
              GO TO 1450-EXIT                                           00003358
           END-IF                                                       00003359
           IF WS-COOLOFF-COUNT NOT < WS-COOLOFF-MAX                     00003360
              MOVE "ADDRESS COOLING-OFF TABLE FULL" TO                  00003361
                 WS-ABEND-MESSAGE                                       00003362
              GO TO 9999-ABEND                                          00003363
           END-IF                                                       00003364
           ADD 1 TO WS-COOLOFF-COUNT                                    00003365
           MOVE ARG-CUST-ID TO TBL-COOL-CUST-ID (WS-COOLOFF-COUNT).     00003366
       1450-EXIT.                                                       00003367
           EXIT.                                                        00003368
                                                                        00003369
      *> ***************************************************************00003370
      *> PROCESS ONE LEDGER POSTING.  ONLY ACTIVITY DATED IN THE        00003371
      *> STATEMENT MONTH IS SELECTED; A CHANGE OF ACCOUNT NUMBER        00003372
      *> CLOSES THE STATEMENT IN FLIGHT AND OPENS THE NEXT ONE          00003373
      *> ***************************************************************00003374
       2000-PROCESS-FILE.                                               00003375
           IF MYFREC-TRAN-DATE OF WS-MYFILE-REC NUMERIC                 00003376
              COMPUTE WS-TRAN-YYYYMM =                                  00003377
                 MYFREC-TRAN-DATE OF WS-MYFILE-REC / 100                00003380
           ELSE                                                         00003390
              MOVE ZEROES TO WS-TRAN-YYYYMM                             00003400
           SET WS-STMT-OPEN TO TRUE                                     00003600
           MOVE ZEROES TO WS-ACCT-TRAN-COUNT                            00003610
           MOVE ZEROES TO WS-ACCT-TOTAL-AMT                             00003620
      *> THE STATUS IS THE ACCOUNT HEADER'S; THE LEDGER CARRIES ONLY    00003621
      *> THE POSTINGS                                                   00003622
           MOVE WS-CURR-ACCT-NO TO MYFREC-ACCT-NO OF MYFILE-RECORDS     00003623
           READ MYFILE                                                  00003624
           END-READ                                                     00003625
           IF FS-MYFILE = "00"                                          00003626
              MOVE MYFREC-STATUS OF MYFILE-RECORDS TO WS-CURR-STATUS    00003627
              MOVE MYFREC-STATUS-DATE OF MYFILE-RECORDS TO              00003628
                 WS-CURR-STATUS-DATE                                    00003629
           ELSE                                                         00003630
              DISPLAY "NO ACCOUNT HEADER FOR LEDGER ACCT: "             00003631
                WS-CURR-ACCT-NO                                         00003632
              MOVE SPACE TO WS-CURR-STATUS                              00003633
              MOVE ZEROES TO WS-CURR-STATUS-DATE                        00003634
           END-IF                                                       00003635
                                                                        00003636
      *> AN ACCOUNT CLOSED IN THE STATEMENT MONTH HAS ALREADY HAD ITS   00003637
      *> FINAL STATEMENT FROM THE CLOSESET SETTLEMENT RUN               00003638
           IF WS-CURR-STATUS = 'C'                                      00003639
              AND WS-CURR-STATUS-DATE / 100 = WS-STMT-YYYYMM            00003640
              SET WS-SKIP-STMT TO TRUE                                  00003641
              ADD 1 TO WS-STMTS-FINAL-DONE                              00003642
              MOVE 'N' TO WS-STMT-OPEN-SW                               00003643
              GO TO 2100-EXIT                                           00003644
           END-IF                                                       00003645
           MOVE 'N' TO WS-SKIP-STMT-SW                                  00003646
      *> THE OWNER AND DELIVERY PREFERENCE ARE RESOLVED FIRST SO        00003647
      *> EVERY LINE OF THE STATEMENT ROUTES TO THE RIGHT OUTPUT         00003648
           PERFORM 2120-RESOLVE-OWNER THRU 2120-EXIT                    00003649
      *> UNDER THE HOUSEHOLD OPTION, A MEMBER OF A MULTI-MEMBER         00003650
      *> HOUSEHOLD GETS THE COMBINED HSHSTMT STATEMENT INSTEAD          00003651
           IF WS-HSHLD-OPT AND WS-LOOKUP-CUST-ID > 0                    00003652
              PERFORM VARYING WS-HSHLD-SUB FROM 1 BY 1                  00003653
                       UNTIL WS-HSHLD-SUB > WS-HSHLD-COUNT              00003654
                       OR WS-SKIP-STMT                                  00003655
                IF TBL-HSH-CUST-ID (WS-HSHLD-SUB) =                     00003656
                      WS-LOOKUP-CUST-ID                                 00003657
                   SET WS-SKIP-STMT TO TRUE                             00003658
                END-IF                                                  00003659
              END-PERFORM                                               00003660
              IF WS-SKIP-STMT                                           00003661
                 ADD 1 TO WS-STMTS-TO-HSHLD                             00003662
                 MOVE 'N' TO WS-STMT-OPEN-SW                            00003663
                 GO TO 2100-EXIT                                        00003664
              END-IF                                                    00003665
           END-IF                                                       00003666
           MOVE WS-CURR-ACCT-NO TO HDR1-ACCT-NO                         00003667
           MOVE WS-STMT-YEAR TO HDR1-YEAR                               00003668
           MOVE WS-STMT-MONTH TO HDR1-MONTH                             00003669
           MOVE WS-HDR-LINE-1 TO WS-STMT-OUT                            00003670
           PERFORM 2700-WRITE-STMT-LINE THRU 2700-EXIT                  00003671
                                                                        00003680
           PERFORM 2150-PRINT-CUSTOMER-ADDRESS THRU 2150-EXIT           00003690
                                                                        00003700
           MOVE SPACE TO WS-CURR-PREF                                   00003783
           MOVE 'N' TO WS-ADDR-INV-SW                                   00003784
           MOVE 'N' TO WS-SUPP-SW                                       00003785
           MOVE 'N' TO WS-COOLOFF-SW                                    00003788
           IF WS-CUST-FOUND                                             00003791
              PERFORM VARYING WS-COOLOFF-SUB FROM 1 BY 1                00003794
                       UNTIL WS-COOLOFF-SUB > WS-COOLOFF-COUNT          00003797
                       OR WS-COOLING-OFF                                00003800
                IF TBL-COOL-CUST-ID (WS-COOLOFF-SUB) =                  00003803
                   WS-LOOKUP-CUST-ID                                    00003806
                   SET WS-COOLING-OFF TO TRUE                           00003809
                END-IF                                                  00003812
              END-PERFORM                                               00003815
              MOVE TBL-CUST-PREF (WS-CUST-HIT-SUB) TO WS-CURR-PREF      00003818
              IF TBL-CUST-ADDR-INV (WS-CUST-HIT-SUB) = 'Y'              00003821
                 SET WS-ADDR-INVALID TO TRUE                            00003824
              END-IF                                                    00003827
              IF TBL-CUST-SUPP (WS-CUST-HIT-SUB) = 'D'                  00003830
                 OR TBL-CUST-SUPP (WS-CUST-HIT-SUB) = 'N'               00003833
                 OR TBL-CUST-SUPP (WS-CUST-HIT-SUB) = 'L'               00003836
                 SET WS-SUPPRESSED TO TRUE                              00003839
              END-IF                                                    00003842
           END-IF.                                                      00003845
       2120-EXIT.                                                       00003848
           EXIT.                                                        00003851
                                                                        00003854
      *> ***************************************************************00003857
      *> ROUTE ONE STATEMENT LINE BY THE OWNER'S PREFERENCE: PRINT,     00003860
      *> ELECTRONIC, OR BOTH.  ANYTHING NOT EXPLICITLY ELECTRONIC       00003863
      *> STILL PRINTS, SO NOBODY SILENTLY STOPS GETTING STATEMENTS      00003866
      *> ***************************************************************00003869
       2700-WRITE-STMT-LINE.                                            00003872
      *> THE ARCHIVE COPY IS TAKEN WHATEVER THE ROUTING: THE DESK       00003875
      *> MUST BE ABLE TO REPRINT A HELD OR SUPPRESSED STATEMENT TOO     00003878
           MOVE WS-CURR-ACCT-NO TO STA-ACCT-NO                          00003881
           MOVE WS-STMT-YYYYMM TO STA-YYYYMM                            00003884
           MOVE WS-STMT-OUT TO STA-LINE                                 00003887
           WRITE STMT-ARCH-RECORD                                       00003890
      *> A SUPPRESSED CUSTOMER (DECEASED, DO-NOT-CONTACT, LEGAL         00003893
      *> HOLD) GETS NOTHING MAILED OR POSTED: THE WHOLE STATEMENT       00003896
      *> DIVERTS TO THE REVIEW REPORT                                   00003899
           IF WS-SUPPRESSED                                             00003902
              WRITE STMT-REVW-LINE FROM WS-STMT-OUT                     00003905
              GO TO 2700-EXIT                                           00003908
           END-IF                                                       00003911
      *> AN ADDRESS CHANGED INSIDE THE COOLING-OFF PERIOD HOLDS THE     00003914
      *> WHOLE STATEMENT, ELECTRONIC COPY INCLUDED: A TAKEOVER CAN      00003917
      *> CHANGE THE E-MAIL ON THE SAME VISIT AS THE ADDRESS             00003920
           IF WS-COOLING-OFF                                            00003923
              WRITE STMT-HOLD-LINE FROM WS-STMT-OUT                     00003926
              GO TO 2700-EXIT                                           00003929
           END-IF                                                       00003932
           IF WS-CURR-PREF = 'E' OR WS-CURR-PREF = 'B'                  00003935
              WRITE STMT-ELEC-LINE FROM WS-STMT-OUT                     00003938
           END-IF                                                       00003941
      *> A RETURNED-MAIL FLAG DIVERTS THE PRINT COPY TO THE HOLD        00003944
      *> REPORT; ELECTRONIC DELIVERY IS UNAFFECTED BY A DEAD ADDRESS    00003947
           IF WS-CURR-PREF NOT = 'E'                                    00003950
              IF WS-ADDR-INVALID                                        00003953
                 WRITE STMT-HOLD-LINE FROM WS-STMT-OUT                  00003956
              ELSE                                                      00003959
                 WRITE STMT-LINE FROM WS-STMT-OUT                       00003962
              END-IF                                                    00003965
           END-IF.                                                      00003968
       2700-EXIT.                                                       00003971
           EXIT.                                                        00003974
                                                                        00003977
      *> ***************************************************************00003980
      *> THE STATEMENT OWNER IS RESOLVED THROUGH THE ACTIVE CROSS-      00003983
      *> REFERENCE LINK FOR THE ACCOUNT (OR, WHEN NO XREF DATASET IS    00003986
      *> PRESENT, BY THE OLD DIRECT MATCH OF CUSTOMER ID TO ACCOUNT     00003989
      *> NUMBER).  NO OWNER ON THE MASTER IS FLAGGED ON THE STATEMENT   00003992
      *> SO SERVICING CAN CHASE THE LINK                                00003995
      *> ***************************************************************00003998
       2150-PRINT-CUSTOMER-ADDRESS.                                     00004001
           IF WS-CUST-FOUND                                             00004004
              MOVE TBL-CUST-NAME (WS-CUST-HIT-SUB) TO NAME-LINE-TEXT    00004040
              MOVE WS-NAME-LINE TO WS-STMT-OUT                          00004042
              PERFORM 2700-WRITE-STMT-LINE THRU 2700-EXIT               00004050
       2200-EXIT.                                                       00004330
           EXIT.                                                        00004340
                                                                        00004350
       2900-READ-MYFILE.                                                00004356
           READ MYF-TRAN-FILE                                           00004362
           EVALUATE FS-MYF-TRAN-FILE                                    00004368
             WHEN "00"                                                  00004374
               ADD 1 TO WS-RECS-READ                                    00004380
               MOVE SPACES TO WS-MYFILE-REC                             00004386
               MOVE MTR-ACCT-NO TO MYFREC-ACCT-NO OF WS-MYFILE-REC      00004392
               MOVE MTR-TRAN-DATE TO MYFREC-TRAN-DATE OF WS-MYFILE-REC  00004398
               MOVE MTR-EFF-DATE TO MYFREC-EFF-DATE OF WS-MYFILE-REC    00004404
               MOVE MTR-AMOUNT TO MYFREC-AMOUNT OF WS-MYFILE-REC        00004410
               MOVE MTR-DESC TO MYFREC-DESC OF WS-MYFILE-REC            00004416
               MOVE MTR-CURR-CD TO MYFREC-CURR-CD OF WS-MYFILE-REC      00004422
             WHEN "10"                                                  00004428
               SET WS-EOF TO TRUE                                       00004434
             WHEN OTHER                                                 00004440
               DISPLAY "READ FAILED, MYF-TRAN-FILE STATUS: "            00004446
                 FS-MYF-TRAN-FILE                                       00004452
               SET WS-EOF TO TRUE                                       00004458
           END-EVALUATE.                                                00004464
       2900-EXIT.                                                       00004470
           EXIT.                                                        00004480
                                                                        00004490
              MOVE WS-TOTAL-LINE TO WS-STMT-OUT                         00004532
              PERFORM 2700-WRITE-STMT-LINE THRU 2700-EXIT               00004540
      *> A CLOSED ACCOUNT GETS ITS CLOSURE NOTED ON THIS, ITS FINAL     00004542
      *> STATEMENT                                                      00004543
              IF WS-CURR-STATUS = 'C'                                   00004544
                 MOVE WS-CURR-STATUS-DATE TO CLSD-DATE                  00004545
                 MOVE WS-CLOSED-LINE TO WS-STMT-OUT                     00004546
                 PERFORM 2700-WRITE-STMT-LINE THRU 2700-EXIT            00004547
                 ADD 1 TO WS-STMTS-CLOSED                               00004548
              END-IF                                                    00004549
              ADD 1 TO WS-STMTS-WRITTEN                                 00004550
              IF WS-SUPPRESSED                                          00004551
                 ADD 1 TO WS-STMTS-SUPPRESSED                           00004552
              END-IF                                                    00004553
              IF NOT WS-SUPPRESSED AND WS-COOLING-OFF                   00004554
                 ADD 1 TO WS-STMTS-COOLOFF                              00004555
              END-IF                                                    00004556
              IF NOT WS-SUPPRESSED AND NOT WS-COOLING-OFF               00004557
                 AND WS-ADDR-INVALID AND WS-CURR-PREF NOT = 'E'         00004558
                 ADD 1 TO WS-STMTS-HELD                                 00004559
              END-IF                                                    00004560
      *> THE PIECES ACTUALLY HANDED TO THE PRINT SHOP, FOR THE          00004561
      *> MANIFEST RECONCILIATION                                        00004562
              IF NOT WS-SUPPRESSED AND NOT WS-COOLING-OFF               00004563
                 AND NOT WS-ADDR-INVALID AND WS-CURR-PREF NOT = 'E'     00004564
                 ADD 1 TO WS-STMTS-TO-PRINT                             00004565
              END-IF                                                    00004566
              EVALUATE WS-CURR-PREF                                     00004567
                WHEN 'E'                                                00004568
                  ADD 1 TO WS-STMTS-ELEC                                00004569
                WHEN 'B'                                                00004570
                  ADD 1 TO WS-STMTS-BOTH                                00004571
                WHEN 'P'                                                00004572
                  ADD 1 TO WS-STMTS-PRINT                               00004573
                WHEN OTHER                                              00004574
                  ADD 1 TO WS-STMTS-PRINT                               00004575
                  ADD 1 TO WS-STMTS-DEFAULTED                           00004576
              END-EVALUATE                                              00004577
              IF WS-CUST-FOUND                                          00004578
                 PERFORM 3100-WRITE-CONTACT THRU 3100-EXIT              00004579
              END-IF                                                    00004580
              MOVE 'N' TO WS-STMT-OPEN-SW                               00004581
           END-IF.                                                      00004582
       3000-EXIT.                                                       00004583
           EXIT.                                                        00004584
                                                                        00004585
       3100-WRITE-CONTACT.                                              00004586
           MOVE WS-LOOKUP-CUST-ID TO CNT-CUST-ID                        00004587
           MOVE SPACES TO CNT-FEED-ID                                   00004588
           MOVE ZEROES TO CNT-MAILED-DATE                               00004589
           IF WS-SUPPRESSED                                             00004590
              MOVE 'STMT SUPPRSD' TO CNT-CONTACT-TYPE                   00004591
              GO TO 3110-SET-REFERENCE                                  00004592
           END-IF                                                       00004593
           IF WS-COOLING-OFF                                            00004594
              MOVE 'STMT COOLOFF' TO CNT-CONTACT-TYPE                   00004595
              GO TO 3110-SET-REFERENCE                                  00004596
           END-IF                                                       00004597
           IF WS-CURR-PREF = 'E'                                        00004598
                 MOVE 'STMT HELD   ' TO CNT-CONTACT-TYPE                00004602
              ELSE                                                      00004603
                 MOVE 'STMT PRINT  ' TO CNT-CONTACT-TYPE                00004604
                 MOVE 'STMTOUT' TO CNT-FEED-ID                          00004605
              END-IF                                                    00004609
           END-IF.                                                      00004610
       3110-SET-REFERENCE.                                              00004611
           MOVE SPACES TO CNT-REFERENCE                                 00004612
           STRING 'ACCT ' WS-CURR-ACCT-NO ' ' WS-STMT-YYYYMM            00004613
              DELIMITED BY SIZE INTO CNT-REFERENCE                      00004614
           MOVE WS-CONTACT-DATE TO CNT-DATE                             00004615
           WRITE CONTACT-HIST-RECORD                                    00004616
           IF FS-CONTACT-HIST-FILE NOT = "00"                           00004617
              DISPLAY "WRITE FAILED, CONTACT-HIST STATUS: "             00004618
                FS-CONTACT-HIST-FILE                                    00004619
           END-IF.                                                      00004620
       3100-EXIT.                                                       00004621
           EXIT.                                                        00004622
                                                                        00004623
      *> ***************************************************************00004624
      *> CONVERT WS-DN-DATE (CCYYMMDD) TO A SERIAL DAY NUMBER, THE      00004625
      *> SAME ARITHMETIC THE AUDIT ARCHIVAL USES                        00004626
      *> ***************************************************************00004627
       6000-DATE-TO-DAYNUM.                                             00004628
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1                   00004629
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAPS-4           00004630
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAPS-100       00004631
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAPS-400       00004632
           COMPUTE WS-DN-RESULT =                                       00004633
              (WS-DN-PRIOR-YEARS * 365)                                 00004634
              + WS-DN-LEAPS-4                                           00004635
              - WS-DN-LEAPS-100                                         00004636
              + WS-DN-LEAPS-400                                         00004637
              + CUM-DAYS-TO-MONTH (WS-DN-MM)                            00004638
              + WS-DN-DD                                                00004639
           PERFORM 6100-CHECK-LEAP-YEAR THRU 6100-EXIT                  00004640
           IF WS-DN-MM > 2 AND WS-DN-LEAP-YEAR                          00004641
              ADD 1 TO WS-DN-RESULT                                     00004642
           END-IF.                                                      00004643
       6000-EXIT.                                                       00004644
           EXIT.                                                        00004645
                                                                        00004646
       6100-CHECK-LEAP-YEAR.                                            00004647
           MOVE 'N' TO WS-DN-LEAP-SW                                    00004648
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-LEAP-QUOT                00004649
              REMAINDER WS-DN-LEAP-REM                                  00004650
           IF WS-DN-LEAP-REM = 0                                        00004651
              DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-LEAP-QUOT           00004652
                 REMAINDER WS-DN-LEAP-REM                               00004653
              IF WS-DN-LEAP-REM = 0                                     00004654
                 DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-LEAP-QUOT        00004655
                    REMAINDER WS-DN-LEAP-REM                            00004656
                 IF WS-DN-LEAP-REM = 0                                  00004657
                    SET WS-DN-LEAP-YEAR TO TRUE                         00004658
                 END-IF                                                 00004659
              ELSE                                                      00004660
                 SET WS-DN-LEAP-YEAR TO TRUE                            00004661
              END-IF                                                    00004662
           END-IF.                                                      00004663
       6100-EXIT.                                                       00004664
           EXIT.                                                        00004665
                                                                        00004666
       9000-TERMINATE.                                                  00004667
           DISPLAY "===== STMTGEN RUN SUMMARY ====="                    00004668
           DISPLAY "RECORDS READ       : " WS-RECS-READ                 00004669
           DISPLAY "RECORDS SELECTED   : " WS-RECS-SELECTED             00004670
           DISPLAY "STATEMENTS WRITTEN : " WS-STMTS-WRITTEN             00004671
           DISPLAY "NO CUSTOMER ON FILE: " WS-STMTS-NO-CUST             00004672
           DISPLAY "CLOSED ACCOUNTS    : " WS-STMTS-CLOSED              00004673
           DISPLAY "ROUTED TO PRINT    : " WS-STMTS-PRINT               00004674
           DISPLAY "ROUTED ELECTRONIC  : " WS-STMTS-ELEC                00004675
           DISPLAY "ROUTED TO BOTH     : " WS-STMTS-BOTH                00004676
           DISPLAY "DEFAULTED TO PRINT : " WS-STMTS-DEFAULTED           00004677
           DISPLAY "HELD FOR BAD ADDR  : " WS-STMTS-HELD                00004678
           DISPLAY "LEFT TO HOUSEHOLD  : " WS-STMTS-TO-HSHLD            00004679
           DISPLAY "FINAL AT CLOSURE   : " WS-STMTS-FINAL-DONE          00004680
           DISPLAY "SUPPRESSED TO REVW : " WS-STMTS-SUPPRESSED          00004681
           DISPLAY "HELD ADDR COOL-OFF : " WS-STMTS-COOLOFF             00004682
           DISPLAY "HANDED TO PRINT    : " WS-STMTS-TO-PRINT            00004683
           CLOSE MYFILE                                                 00004684
           CLOSE MYF-TRAN-FILE                                          00004685
           CLOSE STMT-FILE                                              00004686
           CLOSE STMT-ELEC-FILE                                         00004687
           CLOSE STMT-HOLD-FILE                                         00004688
           CLOSE STMT-REVW-FILE                                         00004689
           CLOSE STMT-ARCH-FILE                                         00004690
           CLOSE CONTACT-HIST-FILE                                      00004691
           MOVE 'STMTOUT' TO PHD-FEED-ID                                00004692
           MOVE WS-CONTACT-DATE TO PHD-RUN-DATE                         00004693
           MOVE 'STMTGEN' TO PHD-PROGRAM-ID                             00004694
           MOVE WS-STMTS-TO-PRINT TO PHD-PIECES                         00004695
           PERFORM 8750-WRITE-PRINT-HANDOFF THRU 8750-EXIT.             00004696
       9000-EXIT.                                                       00004697
           EXIT.                                                        00004700
                                                                        00004710
       COPY PRTHPAR.                                                    00004715
       COPY ABENDPAR.                                                   00004720
