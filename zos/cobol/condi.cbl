           ORGANIZATION IS SEQUENTIAL                                   00000590
           FILE STATUS IS FS-SCORE-MODEL-FILE.                          00000600
                                                                        00000610
      *> CHAMPION/CHALLENGER: THE CONTROL CARD GIVES THE SHARE OF       00000611
      *> LIVE APPLICANTS DECIDED ON THE CHALLENGER RULE SET AND         00000612
      *> SCORING MODEL, SAME RECORD SHAPES AS CONDRULE AND CONDSCOR     00000613
           SELECT CHAL-CTL-FILE                                         00000614
           ASSIGN TO CONDCHC                                            00000615
           ORGANIZATION IS SEQUENTIAL                                   00000616
           FILE STATUS IS FS-CHAL-CTL-FILE.                             00000617
                                                                        00000618
           SELECT CHAL-RULE-FILE                                        00000619
           ASSIGN TO CONDCRUL                                           00000620
           ORGANIZATION IS SEQUENTIAL                                   00000621
           FILE STATUS IS FS-CHAL-RULE-FILE.                            00000622
                                                                        00000623
           SELECT CHAL-SCORE-FILE                                       00000624
           ASSIGN TO CONDCSCR                                           00000625
           ORGANIZATION IS SEQUENTIAL                                   00000626
           FILE STATUS IS FS-CHAL-SCORE-FILE.                           00000627
                                                                        00000628
           SELECT DUPE-EXCP-FILE                                        00000629
           ASSIGN TO CONDDUPE                                           00000630
           ORGANIZATION IS SEQUENTIAL                                   00000640
           FILE STATUS IS FS-DUPE-EXCP-FILE.                            00000650
           ASSIGN TO CONDOVRD                                           00000780
           ORGANIZATION IS SEQUENTIAL                                   00000790
           FILE STATUS IS FS-OVERRIDE-FILE.                             00000800
      *> OVERRIDES ARE DUAL-CONTROL ITEMS: EACH ONE WAITS HERE UNTIL    00000801
      *> A SECOND OPERATOR RELEASES IT THROUGH DUALREL                  00000802
           SELECT DUAL-PEND-FILE                                        00000803
           ASSIGN TO DUALPEND                                           00000804
           ORGANIZATION IS INDEXED                                      00000805
           ACCESS MODE IS DYNAMIC                                       00000806
           RECORD KEY IS DPD-KEY                                        00000807
           FILE STATUS IS FS-DUAL-PEND-FILE.                            00000808
           SELECT PRINT-HANDOFF-FILE                                    00000810
           ASSIGN TO PRTHAND                                            00000812
           ORGANIZATION IS SEQUENTIAL                                   00000814
           FILE STATUS IS FS-PRINT-HANDOFF-FILE.                        00000816
           SELECT RUN-STAT-FILE                                         00000818
           ASSIGN TO RUNSTATS                                           00000820
           ORGANIZATION IS SEQUENTIAL                                   00000830
           FILE STATUS IS FS-RUN-STAT-FILE.                             00000840
           ASSIGN TO CONDPEND                                           00000876
           ORGANIZATION IS SEQUENTIAL                                   00000878
           FILE STATUS IS FS-PEND-FILE.                                 00000880
      *> APPLICANTS SANCSCRN HELD ON A WATCH-LIST HIT TONIGHT           00000881
           SELECT SANC-HOLD-FILE                                        00000882
           ASSIGN TO SANCHOLD                                           00000883
           ORGANIZATION IS SEQUENTIAL                                   00000884
           FILE STATUS IS FS-SANC-HOLD-FILE.                            00000885
      *> TONIGHT'S CREDIT BUREAU ANSWERS, KEYED BY APPL-ID, AS BURRESP  00000886
      *> LEFT THEM AHEAD OF THE STEP                                    00000887
           SELECT BUREAU-FILE                                           00000888
           ASSIGN TO CONDBURO                                           00000889
           ORGANIZATION IS INDEXED                                      00000890
           ACCESS MODE IS RANDOM                                        00000891
           RECORD KEY IS BRS-APPL-ID                                    00000892
           FILE STATUS IS FS-BUREAU-FILE.                               00000893
      *> APPROVED APPLICANTS FOR THE ACCOUNT-OPENING STEP               00000894
           SELECT NEWACCT-FILE                                          00000895
           ASSIGN TO CONDNACT                                           00000896
           ORGANIZATION IS SEQUENTIAL                                   00000897
           FILE STATUS IS FS-NEWACCT-FILE.                              00000898
      *> THE TWO KEYED WORK FILES THAT REPLACED THE OLD OCCURS 1000     00000899
      *> IN-MEMORY TABLES: DUPLICATE DETECTION NOW HOLDS AT ANY         00000900
      *> VOLUME AND THE DROP COUNTERS ARE GONE FOR GOOD                 00000901
           SELECT SEEN-FILE                                             00000902
           ASSIGN TO CONDSEEN                                           00000903
           ORGANIZATION IS INDEXED                                      00000904
           ACCESS MODE IS RANDOM                                        00000905
           RECORD KEY IS SEEN-APPL-ID                                   00000906
           FILE STATUS IS FS-SEEN-FILE.                                 00000907
           SELECT HIST-KSDS-FILE                                        00000908
           ASSIGN TO CONDHKSD                                           00000909
           ORGANIZATION IS INDEXED                                      00000910
           ACCESS MODE IS RANDOM                                        00000911
           RECORD KEY IS HKS-APPL-ID                                    00000912
           FILE STATUS IS FS-HIST-KSDS-FILE.                            00000913
      *> THE PUBLISHED PRODUCT LIST, CARRYING EACH PRODUCT'S FALLBACK   00000914
      *> FOR A COUNTEROFFER WHEN THE PRODUCT ASKED FOR IS DECLINED      00000915
           SELECT PROD-LIST-FILE                                        00000916
           ASSIGN TO PRODLIST                                           00000917
           ORGANIZATION IS SEQUENTIAL                                   00000918
           FILE STATUS IS FS-PROD-LIST-FILE.                            00000919
                                                                        00000920
                                                                        00000921
       DATA DIVISION.                                                   00000922
       FILE SECTION.                                                    00000923
       FD APPLICANT-FILE.                                               00000924
       COPY APPLREC.                                                    00000925
                                                                        00000926
       FD CONDI-AUDIT-FILE.                                             00000927
       01 CONDI-AUDIT-REC.                                              00000930
           05 AUD-DATE              PIC 9(08).                          00000940
           05 AUD-TIME              PIC 9(08).                          00000950
      * CONDRSN REASON-CODE TABLE.  SPACES ON AN APPROVAL               00001306
           05 LTR-REASON-CODES.                                         00001308
               10 LTR-RSN-CD        PIC X(04) OCCURS 4 TIMES.           00001310
      * ON A COUNTEROFFER, THE PRODUCT OFFERED IN PLACE OF THE ONE      00001311
      * APPLIED FOR - THE REASON CODES ABOVE STILL EXPLAIN WHY THE      00001312
      * PRODUCT APPLIED FOR WAS DECLINED.  SPACES OTHERWISE             00001313
           05 LTR-OFFER-PRODUCT-CD  PIC X(04).                          00001314
           05 FILLER                PIC X(05).                          00001315
                                                                        00001320
      *> ***************************************************************00001330
      *> SCORING MODEL RECORD: ONE WEIGHTED CONTRIBUTION PER ENTRY.     00001340
      *> TYPE 'A' IS AN AGE BAND (KEY = 3-DIGIT BAND FLOOR, HIGHEST     00001350
      *> FLOOR NOT ABOVE THE APPLICANT'S AGE APPLIES), 'C' A COUNTRY    00001360
      *> AND 'P' A PRODUCT CODE.  THE CREDIT BUREAU ATTRIBUTES ARE      00001364
      *> BANDED THE SAME WAY AS AGE: 'B' BUREAU SCORE, 'T' TRADELINES,  00001368
      *> 'D' DELINQUENCIES, 'I' RECENT INQUIRIES, 'U' UTILIZATION       00001372
      *> PERCENT.  RISK TUNES THE MODEL AS DATA                         00001376
      *> ***************************************************************00001380
       FD SCORE-MODEL-FILE.                                             00001390
       01 SCORE-MODEL-RECORD.                                           00001400
           05 SCOR-POINTS           PIC 9(03).                          00001430
           05 FILLER                PIC X(72).                          00001440
                                                                        00001450
      *> ***************************************************************00001451
      *> CHALLENGER CONTROL CARD: COLUMNS 1-3 ARE THE PERCENTAGE OF     00001452
      *> APPLICANTS ROUTED TO THE CHALLENGER ARM.  NO CARD, OR ZERO,    00001453
      *> MEANS EVERY APPLICANT IS DECIDED ON THE CHAMPION AS BEFORE     00001454
      *> ***************************************************************00001455
       FD CHAL-CTL-FILE.                                                00001456
       01 CHAL-CTL-RECORD.                                              00001457
           05 CHC-PERCENT           PIC X(03).                          00001458
           05 CHC-PERCENT-NUM REDEFINES CHC-PERCENT                     00001459
                                    PIC 9(03).                          00001460
           05 FILLER                PIC X(77).                          00001461
                                                                        00001462
       FD CHAL-RULE-FILE.                                               00001463
       01 CHAL-RULE-RECORD.                                             00001464
           05 CRUL-PRODUCT-CD       PIC X(04).                          00001465
           05 CRUL-MIN-AGE          PIC 9(03).                          00001466
           05 CRUL-COUNTRY          PIC X(03).                          00001467
           05 CRUL-EFF-FROM         PIC 9(08).                          00001468
           05 CRUL-EFF-TO           PIC 9(08).                          00001469
           05 FILLER                PIC X(54).                          00001470
                                                                        00001471
       FD CHAL-SCORE-FILE.                                              00001472
       01 CHAL-SCORE-RECORD.                                            00001473
           05 CSCR-ATTR-TYPE        PIC X(01).                          00001474
           05 CSCR-KEY              PIC X(04).                          00001475
           05 CSCR-POINTS           PIC 9(03).                          00001476
           05 FILLER                PIC X(72).                          00001477
                                                                        00001478
       FD DUPE-EXCP-FILE.                                               00001479
       01 DUPE-EXCP-RECORD.                                             00001480
           05 DUPE-ORIG-APPL        PIC X(61).                          00001481
           05 DUPE-REASON           PIC X(40).                          00001490
                                                                        00001500
      *> ***************************************************************00001510
      *> ***************************************************************00001540
      *> THE PRODUCT, COMPUTED SCORE AND OVERRIDE FLAG RIDE ON EVERY    00001542
      *> DECISION SO THE CONDTRND APPROVAL-RATE REPORT CAN READ THE     00001544
      *> HISTORY INSTEAD OF SOMEONE GREPPING JOB LOGS.  THE ARM IS      00001547
      *> 'C' FOR THE CHAMPION AND 'X' FOR THE CHALLENGER; ENTRIES       00001550
      *> WRITTEN BEFORE THE CHALLENGER EXISTED CARRY A SPACE AND ARE    00001553
      *> CHAMPION DECISIONS.  THE APPLICANT'S AGE AND COUNTRY RIDE      00001555
      *> ALONG SO CONDPSI CAN MEASURE POPULATION DRIFT, AND THE         00001556
      *> CREDIT BUREAU'S FILE REFERENCE FOR THE ANSWER THE DECISION     00001557
      *> WAS MADE ON IS KEPT FOR THE ADVERSE-ACTION LETTER (SPACES      00001558
      *> WHEN NO BUREAU ANSWER WAS USED).  A DECLINE OR REFER CARRIES   00001559
      *> ITS PRINCIPAL REASON CODE FOR THE CONDFAIR FAIR-LENDING        00001560
      *> REVIEW (SPACES ON AN APPROVAL AND ON OLDER ENTRIES).  A        00001561
      *> COUNTEROFFER CARRIES THE FALLBACK PRODUCT OFFERED; THE         00001562
      *> PRODUCT CODE IS STILL THE ONE APPLIED FOR                      00001563
       FD HIST-IN-FILE.                                                 00001564
       01 HIST-IN-RECORD.                                               00001565
           05 HSTI-APPL-ID          PIC 9(09).                          00001566
           05 HSTI-DECISION         PIC X(10).                          00001568
           05 HSTI-DATE             PIC 9(08).                          00001571
           05 HSTI-PRODUCT-CD       PIC X(04).                          00001574
           05 HSTI-SCORE            PIC 9(03).                          00001577
           05 HSTI-OVERRIDE         PIC X(01).                          00001580
           05 HSTI-ARM              PIC X(01).                          00001583
           05 HSTI-AGE              PIC 9(03).                          00001587
           05 HSTI-COUNTRY          PIC X(03).                          00001591
           05 HSTI-BUREAU-REF       PIC X(12).                          00001594
           05 HSTI-PRIN-RSN         PIC X(04).                          00001596
           05 HSTI-OFFER-PRODUCT    PIC X(04).                          00001597
           05 FILLER                PIC X(18).                          00001598
                                                                        00001600
       FD HIST-OUT-FILE.                                                00001610
       01 HIST-OUT-RECORD.                                              00001620
           05 HSTO-PRODUCT-CD       PIC X(04).                          00001652
           05 HSTO-SCORE            PIC 9(03).                          00001654
           05 HSTO-OVERRIDE         PIC X(01).                          00001656
           05 HSTO-ARM              PIC X(01).                          00001657
           05 HSTO-AGE              PIC 9(03).                          00001659
           05 HSTO-COUNTRY          PIC X(03).                          00001661
           05 HSTO-BUREAU-REF       PIC X(12).                          00001662
           05 HSTO-PRIN-RSN         PIC X(04).                          00001663
           05 HSTO-OFFER-PRODUCT    PIC X(04).                          00001664
           05 FILLER                PIC X(18).                          00001665
                                                                        00001666
      *> ***************************************************************00001670
      *> UNDERWRITING OVERRIDE TRANSACTION: THE DESK DIRECTS THE        00001680
      *> FINAL DECISION FOR AN APPLICANT, WITH THE AUTHORIZING          00001690
      *> OFFICER AND REASON ON THE RECORD.  CARDS AND WORKBENCH         00001700
      *> DECISIONS (DRAINED FROM THE OVRQ QUEUE) SHARE THE LAYOUT       00001710
      *> ***************************************************************00001720
       FD OVERRIDE-FILE.                                                00001730
       COPY OVRDREC.                                                    00001740
                                                                        00001752
       FD DUAL-PEND-FILE.                                               00001764
       COPY DUALPEND.                                                   00001776
                                                                        00001790
                                                                        00001800
       FD RUN-STAT-FILE.                                                00001810
       COPY RUNSTAT.                                                    00001812
                                                                        00001814
       FD PRINT-HANDOFF-FILE.                                           00001816
       COPY PRTHAND.                                                    00001818
                                                                        00001822
       FD CONTACT-HIST-FILE.                                            00001824
       COPY CONTHIST.                                                   00001826
      *> PEND QUEUE: ONE RECORD PER REFERRED APPLICANT WITH THE         00001878
      *> SCORE DETAIL, FOR THE UNDERWRITING DESK'S MORNING QUEUE.       00001880
      *> A CONDOVRD TRANSACTION ON A LATER RUN CLEARS THE PEND INTO     00001882
      *> A FINAL DECISION WITH THE OFFICER ON RECORD.  THE FIRST-PEND   00001883
      *> DATE CARRIES OVER A RESUBMISSION SO THE CASE AGE SURVIVES      00001884
      *> ***************************************************************00001886
      *> ***************************************************************00001887
      *> SEEN-THIS-RUN WORK FILE: THE WRITE ITSELF IS THE MEMBERSHIP    00001888
           05 PND-COMP-SCORE        PIC 9(03).                          00001916
           05 PND-REASON-CODES      PIC X(16).                          00001917
           05 PND-DATE              PIC 9(08).                          00001918
           05 PND-FIRST-DATE        PIC 9(08).                          00001919
           05 FILLER                PIC X(09).                          00001920
                                                                        00001921
       FD SANC-HOLD-FILE.                                               00001922
       COPY SANCHLD.                                                    00001923
                                                                        00001924
       FD BUREAU-FILE.                                                  00001925
       COPY BURSREC.                                                    00001926
                                                                        00001927
      *> ***************************************************************00001928
      *> NEW-ACCOUNT FEED: ONE RECORD PER FINAL APPROVAL, SO THE        00001929
      *> CUSTOMER, THE ACCOUNT AND THE CROSS-REFERENCE ARE SET UP       00001930
      *> OVERNIGHT INSTEAD OF BEING RE-KEYED BY THE DESK                00001931
      *> ***************************************************************00001932
       FD NEWACCT-FILE.                                                 00001933
       COPY NACTREC.                                                    00001934
                                                                        00001935
       FD PROD-LIST-FILE.                                               00001936
       01 PROD-LIST-RECORD.                                             00001937
           05 PRD-PRODUCT-CD        PIC X(04).                          00001938
           05 PRD-FALLBACK-CD       PIC X(04).                          00001939
           05 FILLER                PIC X(72).                          00001940
                                                                        00001941
       FD PROC-DATE-FILE.                                               00001942
       COPY PROCDREC.                                                   00001943
                                                                        00001944
       WORKING-STORAGE SECTION.                                         00001945
       01 FS-APPLICANT-FILE        PIC XX.                              00001946
       01 FS-AUDIT-FILE            PIC XX.                              00001947
       01 FS-SUM-FILE              PIC XX.                              00001948
       01 FS-AUDIT-LOG-FILE        PIC XX.                              00001949
       01 FS-PARM-FILE             PIC XX.                              00001950
       01 FS-RULE-FILE             PIC XX.                              00001951
       01 FS-LETTER-FILE           PIC XX.                              00001952
       01 FS-CONTACT-HIST-FILE     PIC XX.                              00001953
       01 FS-CUST-MASTER-FILE      PIC XX.                              00001954
       01 FS-LETTER-REVW-FILE      PIC XX.                              00001955
       01 WS-SUPP-EOF-SW           PIC X(01) VALUE 'N'.                 00001956
           88 WS-SUPP-EOF           VALUE 'Y'.                          00001957
       01 WS-SUPP-FOUND-SW         PIC X(01) VALUE 'N'.                 00001958
           88 WS-SUPP-FOUND         VALUE 'Y'.                          00001959
       01 WS-LETTERS-SUPPRESSED    PIC 9(07) VALUE ZEROES.              00001960
      *> ***************************************************************00001961
      *> IDS OF SUPPRESSED CUSTOMERS OFF THE MASTER.  A LETTER TO       00001962
      *> ONE OF THEM GOES TO THE REVIEW FILE, NOT FULFILLMENT           00001963
      *> ***************************************************************00001964
       01 WS-SUPP-TABLE.                                                00001965
           05 WS-SUPP-ENTRY OCCURS 200 TIMES.                           00001966
               10 TBL-SUPP-ID           PIC 9(09).                      00001967
       01 WS-SUPP-COUNT            PIC 9(03) VALUE ZEROES.              00001968
       01 WS-SUPP-MAX              PIC 9(03) VALUE 200.                 00001969
       01 WS-SUPP-SUB              PIC 9(03) VALUE ZEROES.              00001970
      *> ***************************************************************00001971
      *> APPLICANTS ON SANCTIONS HOLD.  A HELD APPLICANT IS REFERRED    00001972
      *> WHATEVER THE ENGINE OR THE DESK DECIDED - NO LETTER, NO NEW    00001973
      *> ACCOUNT - UNTIL COMPLIANCE CLEARS THE HIT                      00001974
      *> ***************************************************************00001975
       01 FS-SANC-HOLD-FILE        PIC XX.                              00001976
       01 WS-SANC-EOF-SW           PIC X(01) VALUE 'N'.                 00001977
           88 WS-SANC-EOF           VALUE 'Y'.                          00001978
       01 WS-SANC-FOUND-SW         PIC X(01) VALUE 'N'.                 00001979
           88 WS-SANC-FOUND         VALUE 'Y'.                          00001980
       01 WS-SANC-TABLE.                                                00001981
           05 WS-SANC-ENTRY OCCURS 500 TIMES.                           00001982
               10 TBL-SANC-APPL-ID      PIC 9(09).                      00001983
               10 TBL-SANC-DISP         PIC X(01).                      00001984
       01 WS-SANC-COUNT            PIC 9(03) VALUE ZEROES.              00001985
       01 WS-SANC-MAX              PIC 9(03) VALUE 500.                 00001986
       01 WS-SANC-SUB              PIC 9(03) VALUE ZEROES.              00001987
       01 WS-SANC-HELD-COUNT       PIC 9(07) VALUE ZEROES.              00001988
      *> ***************************************************************00001989
      *> CREDIT BUREAU ANSWER FOR THE CURRENT APPLICANT.  WITH NO       00001990
      *> BUREAU WORK FILE THE ENGINE DECIDES WITHOUT BUREAU DATA AS     00001991
      *> BEFORE; WITH ONE, ONLY A TONIGHT'S ANSWER IS DECIDED ON.  THE  00001992
      *> BAND TABLE CARRIES EACH BANDED ATTRIBUTE'S VALUE AND THE BEST  00001993
      *> MODEL FLOOR FOUND FOR IT, THE SAME SHAPE AS THE AGE BAND       00001994
      *> ***************************************************************00001995
       01 FS-BUREAU-FILE           PIC XX.                              00001996
       01 WS-BUREAU-USE-SW         PIC X(01) VALUE 'N'.                 00001997
           88 WS-BUREAU-IN-USE      VALUE 'Y'.                          00001998
       01 WS-BUREAU-SW             PIC X(01) VALUE SPACE.               00001999
           88 WS-BUREAU-HIT         VALUE 'H'.                          00002000
           88 WS-BUREAU-NO-HIT      VALUE 'N'.                          00002001
           88 WS-BUREAU-LATE        VALUE 'L'.                          00002002
       01 WS-BUREAU-REF            PIC X(12) VALUE SPACES.              00002003
       01 WS-BUREAU-HITS           PIC 9(07) VALUE ZEROES.              00002004
       01 WS-BUREAU-NOHIT-HELD     PIC 9(07) VALUE ZEROES.              00002005
       01 WS-BUREAU-LATE-HELD      PIC 9(07) VALUE ZEROES.              00002006
       01 WS-BUR-BAND-TABLE.                                            00002007
           05 WS-BUR-BAND OCCURS 5 TIMES.                               00002008
               10 TBL-BB-TYPE       PIC X(01).                          00002009
               10 TBL-BB-VALUE      PIC 9(03).                          00002010
               10 TBL-BB-FOUND-SW   PIC X(01).                          00002011
                   88 TBL-BB-FOUND  VALUE 'Y'.                          00002012
               10 TBL-BB-FLOOR      PIC 9(03).                          00002013
               10 TBL-BB-POINTS     PIC 9(03).                          00002014
       01 WS-BB-SUB                PIC 9(01) VALUE ZEROES.              00002015
       01 WS-BUR-BAND-KEY          PIC 9(03) VALUE ZEROES.              00002016
       01 FS-REASON-FILE           PIC XX.                              00002017
       01 WS-RSN-EOF-SW            PIC X(01) VALUE 'N'.                 00002018
           88 WS-RSN-EOF            VALUE 'Y'.                          00002019
      *> ***************************************************************00002020
      *> THE REASON-CODE TABLE AND THE CODES COLLECTED FOR THE          00002021
      *> CURRENT APPLICANT.  THE ENGINE ADDS A CODE AT EACH POINT       00002022
      *> THAT ACTUALLY DROVE THE DECLINE; 2480 RANKS THEM BY THE        00002023
      *> TABLE BEFORE THE LETTER IS CUT, SO THE PRINCIPAL REASONS       00002024
      *> LEAD AS THE REGULATION REQUIRES                                00002025
      *> ***************************************************************00002026
       01 WS-RSN-TABLE.                                                 00002027
           05 WS-RSN-ENTRY OCCURS 50 TIMES.                             00002028
               10 TBL-RSN-CODE          PIC X(04).                      00002029
               10 TBL-RSN-RANK          PIC 9(02).                      00002030
               10 TBL-RSN-TEXT          PIC X(40).                      00002031
       01 WS-RSN-COUNT             PIC 9(02) VALUE ZEROES.              00002032
       01 WS-RSN-MAX               PIC 9(02) VALUE 50.                  00002033
       01 WS-RSN-SUB               PIC 9(02) VALUE ZEROES.              00002034
       01 WS-AA-LIST.                                                   00002035
           05 WS-AA-CODE OCCURS 4 TIMES PIC X(04).                      00002036
       01 WS-AA-COUNT              PIC 9(01) VALUE ZEROES.              00002037
       01 WS-AA-WORK-CODE          PIC X(04) VALUE SPACES.              00002038
       01 WS-AA-SUB                PIC 9(01) VALUE ZEROES.              00002039
       01 WS-AA-SUB2               PIC 9(01) VALUE ZEROES.              00002040
       01 WS-AA-SWAP               PIC X(04) VALUE SPACES.              00002041
       01 WS-RANK-A                PIC 9(02) VALUE ZEROES.              00002042
       01 WS-RANK-B                PIC 9(02) VALUE ZEROES.              00002043
       01 WS-PRODUCT-SEEN-SW       PIC X(01) VALUE 'N'.                 00002044
           88 WS-PRODUCT-SEEN       VALUE 'Y'.                          00002045
       01 WS-FINAL-DECISION        PIC X(10) VALUE SPACES.              00002046
       01 WS-OVRD-FLIP-SW          PIC X(01) VALUE 'N'.                 00002047
           88 WS-OVRD-FLIPPED       VALUE 'Y'.                          00002048
       01 FS-PEND-FILE             PIC XX.                              00002049
       01 FS-NEWACCT-FILE          PIC XX.                              00002050
       01 WS-NEWACCTS-WRITTEN      PIC 9(07) VALUE ZEROES.              00002051
      *> A ZERO MARGIN LEAVES THE ENGINE BINARY, EXACTLY AS BEFORE      00002052
       01 WS-REFER-MARGIN          PIC 9(03) VALUE ZEROES.              00002053
       01 WS-REFER-COUNT           PIC 9(07) VALUE ZEROES.              00002054
       01 WS-SCORE-CUTOFF          PIC 9(03) VALUE 60.                  00002055
       01 WS-SCORE-DIFF            PIC S9(04) VALUE ZEROES.             00002056
       01 WS-LETTERS-WRITTEN       PIC 9(07) VALUE ZEROES.              00002057
       01 FS-SCORE-MODEL-FILE      PIC XX.                              00002058
       01 WS-SCORE-EOF-SW          PIC X(01) VALUE 'N'.                 00002059
           88 WS-SCORE-EOF          VALUE 'Y'.                          00002060
       01 WS-MODEL-LOADED-SW       PIC X(01) VALUE 'N'.                 00002061
           88 WS-MODEL-LOADED       VALUE 'Y'.                          00002062
                                                                        00002063
      *> ***************************************************************00002064
      *> SCORING MODEL TABLE AND THE SCORE COMPUTED FROM IT.  WITH NO   00002065
      *> MODEL DATASET THE INPUT SCORE IS TRUSTED AS BEFORE             00002066
      *> ***************************************************************00002067
       01 WS-SCORE-TABLE.                                               00002068
           05 WS-SCORE-ENTRY OCCURS 100 TIMES.                          00002070
               10 TBL-SCOR-ATTR-TYPE    PIC X(01).                      00002080
               10 TBL-SCOR-KEY          PIC X(04).                      00002090
       01 WS-DUPES-IN-RUN          PIC 9(07) VALUE ZEROES.              00002300
       01 WS-REAPPLIES-FLAGGED     PIC 9(07) VALUE ZEROES.              00002310
       01 WS-PENDS-RESUBMITTED    PIC 9(07) VALUE ZEROES.               00002311
       01 WS-PEND-FIRST-DATE      PIC 9(08) VALUE ZEROES.               00002315
                                                                        00002320
      *> ***************************************************************00002430
      *> THE SEEN AND HISTORY CHECKS LIVE ON KEYED WORK FILES NOW;      00002440
       01 WS-ELIGIBLE-SW            PIC X(01) VALUE 'N'.                00003420
           88 WS-ELIGIBLE            VALUE 'Y'.                         00003430
                                                                        00003440
      *> ***************************************************************00003441
      *> CHAMPION/CHALLENGER.  BOTH ARMS' RULE TABLES AND SCORING       00003442
      *> MODELS ARE HELD HERE AND THE ONE FOR THE APPLICANT'S ARM IS    00003443
      *> MOVED INTO THE WORKING TABLES ABOVE, SO THE DECISION LOGIC     00003444
      *> ITSELF IS THE SAME CODE FOR BOTH.  SET 1 IS THE CHAMPION,      00003445
      *> SET 2 THE CHALLENGER.  THE ARM IS A HASH OF THE APPLICATION    00003446
      *> ID, SO THE SAME APPLICANT LANDS ON THE SAME ARM EVERY RUN -    00003447
      *> A PEND RE-DECIDED OR OVERRIDDEN LATER STAYS ON ITS ARM         00003448
      *> ***************************************************************00003449
       01 FS-CHAL-CTL-FILE          PIC XX.                             00003450
       01 FS-CHAL-RULE-FILE         PIC XX.                             00003451
       01 FS-CHAL-SCORE-FILE        PIC XX.                             00003452
       01 WS-CHAL-EOF-SW            PIC X(01) VALUE 'N'.                00003453
           88 WS-CHAL-EOF            VALUE 'Y'.                         00003454
       01 WS-CHAL-SRC-SW            PIC X(01) VALUE 'N'.                00003455
           88 WS-CHAL-HAS-SOURCE     VALUE 'Y'.                         00003456
       01 WS-CHAL-PCT               PIC 9(03) VALUE ZEROES.             00003457
       01 WS-ARM-SETS.                                                  00003458
           05 WS-ARM-SET OCCURS 2 TIMES.                                00003459
               10 WS-ARM-RULES          PIC X(1300).                    00003460
               10 WS-ARM-RULE-COUNT     PIC 9(02).                      00003461
               10 WS-ARM-SCORES         PIC X(800).                     00003462
               10 WS-ARM-SCORE-COUNT    PIC 9(03).                      00003463
               10 WS-ARM-MODEL-SW       PIC X(01).                      00003464
       01 WS-ARM                    PIC 9(01) VALUE 1.                  00003465
           88 WS-CHAMPION-ARM        VALUE 1.                           00003466
           88 WS-CHALLENGER-ARM      VALUE 2.                           00003467
       01 WS-WANT-ARM               PIC 9(01) VALUE 1.                  00003468
       01 WS-ARM-QUOT               PIC 9(09) VALUE ZEROES.             00003469
       01 WS-ARM-REM                PIC 9(04) VALUE ZEROES.             00003470
       01 WS-ARM-HASH               PIC 9(09) VALUE ZEROES.             00003471
       01 WS-ARM-BUCKET             PIC 9(02) VALUE ZEROES.             00003472
       01 WS-CHAMP-DECIDED          PIC 9(07) VALUE ZEROES.             00003473
       01 WS-CHAMP-ELIGIBLE         PIC 9(07) VALUE ZEROES.             00003474
       01 WS-CHAL-DECIDED           PIC 9(07) VALUE ZEROES.             00003475
       01 WS-CHAL-ELIGIBLE          PIC 9(07) VALUE ZEROES.             00003476
                                                                        00003477
       01 WS-GRADE                  PIC X(01).                          00003478
       01 WS-GPA-POINTS             PIC 9V9 VALUE ZEROES.               00003479
       01 WS-GPA-POINTS-ED          PIC 9.9.                            00003480
       01 WS-TOTAL-GPA-POINTS       PIC 9(07)V9 VALUE ZEROES.           00003481
                                                                        00003490
       01 WS-AGE-BAND-COUNTS.                                           00003500
           05 WS-BAND-UNDER-18      PIC 9(07) VALUE ZEROES.             00003510
           88 WS-OVRD-EOF           VALUE 'Y'.                          00003680
       01 WS-OVRD-FOUND-SW         PIC X(01) VALUE 'N'.                 00003690
           88 WS-OVRD-FOUND         VALUE 'Y'.                          00003700
       01 WS-OVERRIDES-APPLIED     PIC 9(07) VALUE ZEROES.              00003701
       01 FS-DUAL-PEND-FILE        PIC XX.                              00003702
       01 WS-DPD-EOF-SW            PIC X(01) VALUE 'N'.                 00003703
           88 WS-DPD-EOF            VALUE 'Y'.                          00003704
       01 WS-DUAL-MATCH-SW         PIC X(01) VALUE 'N'.                 00003705
           88 WS-DUAL-MATCH         VALUE 'Y'.                          00003706
       01 WS-DUAL-LOAD-SW          PIC X(01) VALUE 'N'.                 00003707
           88 WS-DUAL-LOAD          VALUE 'Y'.                          00003708
       01 WS-DUAL-MATCH-KEY        PIC X(15) VALUE SPACES.              00003709
       01 WS-DUAL-LAST-SEQ         PIC 9(06) VALUE ZEROES.              00003710
       01 WS-OVRD-HELD             PIC 9(05) VALUE ZEROES.              00003711
       01 WS-OVRD-WAITING          PIC 9(05) VALUE ZEROES.              00003712
       01 WS-OVRD-REFUSED          PIC 9(05) VALUE ZEROES.              00003713
                                                                        00003720
      *> ***************************************************************00003730
      *> OVERRIDE TABLE LOADED AT INITIALIZATION                        00003740
               10 TBL-OVRD-DECISION     PIC X(10).                      00003790
               10 TBL-OVRD-OFFICER      PIC X(08).                      00003800
               10 TBL-OVRD-REASON       PIC X(40).                      00003810
               10 TBL-OVRD-RSN-CODE     PIC X(04).                      00003815
       01 WS-OVRD-COUNT            PIC 9(03) VALUE ZEROES.              00003820
       01 WS-OVRD-MAX              PIC 9(03) VALUE 200.                 00003830
       01 WS-OVRD-SUB              PIC 9(03) VALUE ZEROES.              00003840
       01 WS-OVRD-HIT              PIC 9(03) VALUE ZEROES.              00003841
                                                                        00003842
      *> ***************************************************************00003843
      *> COUNTEROFFER FALLBACK CHAIN, ONE ENTRY PER PRODUCT ON THE      00003844
      *> PUBLISHED LIST THAT NAMES A FALLBACK.  THE CHAIN IS WALKED     00003845
      *> NO DEEPER THAN THE LIST IS LONG, SO A MIS-KEYED LOOP CANNOT    00003846
      *> HANG THE RUN                                                   00003847
      *> ***************************************************************00003848
       01 FS-PROD-LIST-FILE        PIC XX.                              00003849
       01 WS-FBK-EOF-SW            PIC X(01) VALUE 'N'.                 00003850
           88 WS-FBK-EOF            VALUE 'Y'.                          00003851
       01 WS-FBK-TABLE.                                                 00003852
           05 WS-FBK-ENTRY OCCURS 50 TIMES.                             00003853
               10 TBL-FBK-PRODUCT-CD    PIC X(04).                      00003854
               10 TBL-FBK-FALLBACK-CD   PIC X(04).                      00003855
       01 WS-FBK-COUNT             PIC 9(02) VALUE ZEROES.              00003856
       01 WS-FBK-MAX               PIC 9(02) VALUE 50.                  00003857
       01 WS-FBK-SUB               PIC 9(02) VALUE ZEROES.              00003858
       01 WS-FBK-DEPTH             PIC 9(02) VALUE ZEROES.              00003859
       01 WS-OFFER-CAND-CD         PIC X(04) VALUE SPACES.              00003860
       01 WS-OFFER-PRODUCT-CD      PIC X(04) VALUE SPACES.              00003861
       01 WS-OFFER-ELIG-SW         PIC X(01) VALUE 'N'.                 00003862
           88 WS-OFFER-ELIGIBLE     VALUE 'Y'.                          00003863
       01 WS-OFFER-NEXT-SW         PIC X(01) VALUE 'N'.                 00003864
           88 WS-OFFER-NEXT-FOUND   VALUE 'Y'.                          00003865
       01 WS-COUNTER-COUNT         PIC 9(07) VALUE ZEROES.              00003866
       COPY ABENDCPY.                                                   00003867
       COPY AUDITCHN.                                                   00003868
       COPY PROCDCPY.                                                   00003869
       COPY RUNSTWS.                                                    00003870
       COPY PRTHWS.                                                     00003871
       COPY FEEDTRL.                                                    00003872
      *> SEPARATE PRODUCER COUNTERS FOR THE TWO TRAILED FEEDS THIS      00003874
      *> PROGRAM WRITES; THE SHARED WS-FTC PAIR SERVES THE HISTORY      00003875
       01 WS-LTR-TRL-HASH          PIC 9(15) VALUE ZEROES.              00003878
       01 WS-HST-TRL-COUNT         PIC 9(09) VALUE ZEROES.              00003879
       01 WS-HST-TRL-HASH          PIC 9(15) VALUE ZEROES.              00003880
       01 WS-NAC-TRL-COUNT         PIC 9(09) VALUE ZEROES.              00003882
       01 WS-NAC-TRL-HASH          PIC 9(15) VALUE ZEROES.              00003884
                                                                        00003886
       01 WS-CURRENT-DATE.                                              00003890
           05 WS-CURR-YYYY          PIC 9(04).                          00003900
           05 WS-CURR-MM            PIC 9(02).                          00003910
              GO TO 9999-ABEND                                          00004469
           END-IF                                                       00004470
           PERFORM 1600-LOAD-SUPPRESSIONS THRU 1600-EXIT                00004471
           PERFORM 1650-LOAD-SANCTION-HOLDS THRU 1650-EXIT              00004472
           OPEN INPUT BUREAU-FILE                                       00004473
           EVALUATE FS-BUREAU-FILE                                      00004474
             WHEN "00"                                                  00004475
               SET WS-BUREAU-IN-USE TO TRUE                             00004476
             WHEN "35"                                                  00004477
               DISPLAY "NO BUREAU WORK FILE, DECIDING WITHOUT BUREAU "  00004478
                 "DATA"                                                 00004479
             WHEN OTHER                                                 00004480
               MOVE "OPEN FAILED ON BUREAU-FILE" TO WS-ABEND-MESSAGE    00004481
               GO TO 9999-ABEND                                         00004482
           END-EVALUATE                                                 00004483
           PERFORM 1700-LOAD-REASON-CODES THRU 1700-EXIT                00004484
           PERFORM 1750-LOAD-FALLBACKS THRU 1750-EXIT                   00004485
           OPEN OUTPUT PEND-FILE                                        00004486
           IF FS-PEND-FILE NOT = "00"                                   00004487
              MOVE "OPEN FAILED ON PEND-FILE" TO WS-ABEND-MESSAGE       00004488
              GO TO 9999-ABEND                                          00004489
           END-IF                                                       00004490
           OPEN OUTPUT NEWACCT-FILE                                     00004491
           IF FS-NEWACCT-FILE NOT = "00"                                00004492
              MOVE "OPEN FAILED ON NEWACCT-FILE" TO WS-ABEND-MESSAGE    00004493
              GO TO 9999-ABEND                                          00004494
           END-IF                                                       00004495
           MOVE "CONDI" TO ALOG-PROGRAM-ID                              00004496
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00004497
                                                                        00004498
           PERFORM 8700-READ-PARM-CARD THRU 8700-EXIT                   00004499
           IF FS-PARM-FILE = "35"                                       00004500
              SET WS-PARM-DEFAULTED TO TRUE                             00004510
           END-IF                                                       00004520
                                                                        00004561
           PERFORM 1100-LOAD-RULES THRU 1100-EXIT                       00004570
           PERFORM 1300-LOAD-SCORE-MODEL THRU 1300-EXIT                 00004580
           PERFORM 1800-LOAD-CHALLENGER THRU 1800-EXIT                  00004585
           OPEN OUTPUT DUPE-EXCP-FILE                                   00004590
           IF FS-DUPE-EXCP-FILE NOT = "00"                              00004600
              MOVE "OPEN FAILED ON DUPE-EXCP-FILE" TO                   00004610
                    ADD TBL-SCOR-POINTS (WS-SCORE-SUB) TO               00006190
                       WS-COMPUTED-SCORE                                00006200
                 END-IF                                                 00006210
               WHEN 'B'                                                 00006212
               WHEN 'T'                                                 00006214
               WHEN 'D'                                                 00006216
               WHEN 'I'                                                 00006218
               WHEN 'U'                                                 00006220
                 IF WS-BUREAU-HIT                                       00006222
                    AND TBL-SCOR-KEY (WS-SCORE-SUB) (1:3) NUMERIC       00006224
                    PERFORM 2055-BUREAU-BAND THRU 2055-EXIT             00006226
                 END-IF                                                 00006228
             END-EVALUATE                                               00006230
           END-PERFORM                                                  00006232
           IF WS-AGE-BAND-FOUND                                         00006234
              ADD WS-AGE-BEST-POINTS TO WS-COMPUTED-SCORE               00006236
           END-IF                                                       00006238
           IF WS-BUREAU-HIT                                             00006240
              PERFORM VARYING WS-BB-SUB FROM 1 BY 1                     00006242
                       UNTIL WS-BB-SUB > 5                              00006244
                IF TBL-BB-FOUND (WS-BB-SUB)                             00006246
                  ADD TBL-BB-POINTS (WS-BB-SUB) TO                      00006247
                     WS-COMPUTED-SCORE                                  00006248
                END-IF                                                  00006250
              END-PERFORM                                               00006252
           END-IF                                                       00006260
           IF WS-COMPUTED-SCORE > 100                                   00006270
              MOVE 100 TO WS-COMPUTED-SCORE                             00006280
           PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT.                 00006370
       2050-EXIT.                                                       00006380
           EXIT.                                                        00006390
                                                                        00006391
      *> ***************************************************************00006392
      *> FETCH THE APPLICANT'S BUREAU ANSWER.  ONLY AN ANSWER TO        00006393
      *> TONIGHT'S INQUIRY COUNTS: NOT ON THE WORK FILE, LATE, STALE    00006394
      *> OR UNREADABLE ARE ALL THE SAME TO THE ENGINE - NO CURRENT      00006395
      *> BUREAU DATA, SO THE APPLICANT PENDS (SEE 2165)                 00006396
      *> ***************************************************************00006397
       2045-GET-BUREAU.                                                 00006398
           MOVE SPACE TO WS-BUREAU-SW                                   00006399
           MOVE SPACES TO WS-BUREAU-REF                                 00006400
           IF NOT WS-BUREAU-IN-USE                                      00006401
              GO TO 2045-EXIT                                           00006402
           END-IF                                                       00006403
           MOVE APPL-ID OF WS-APPLICANT-REC TO BRS-APPL-ID              00006404
           READ BUREAU-FILE                                             00006405
           EVALUATE FS-BUREAU-FILE                                      00006406
             WHEN "00"                                                  00006407
               CONTINUE                                                 00006408
             WHEN "23"                                                  00006409
               SET WS-BUREAU-LATE TO TRUE                               00006410
               GO TO 2045-EXIT                                          00006411
             WHEN OTHER                                                 00006412
               DISPLAY "READ FAILED, BUREAU-FILE STATUS: "              00006413
                 FS-BUREAU-FILE                                         00006414
               SET WS-BUREAU-LATE TO TRUE                               00006415
               GO TO 2045-EXIT                                          00006416
           END-EVALUATE                                                 00006417
           IF NOT BRS-ANSWERED                                          00006418
              SET WS-BUREAU-LATE TO TRUE                                00006419
              GO TO 2045-EXIT                                           00006420
           END-IF                                                       00006421
           IF NOT BRS-HIT                                               00006422
              SET WS-BUREAU-NO-HIT TO TRUE                              00006423
              MOVE BRS-BUREAU-REF TO WS-BUREAU-REF                      00006424
              GO TO 2045-EXIT                                           00006425
           END-IF                                                       00006426
           IF BRS-SCORE NOT NUMERIC                                     00006427
              OR BRS-TRADELINES NOT NUMERIC                             00006428
              OR BRS-DELINQUENCIES NOT NUMERIC                          00006429
              OR BRS-INQUIRIES NOT NUMERIC                              00006430
              OR BRS-UTIL-PCT NOT NUMERIC                               00006431
              DISPLAY "UNREADABLE BUREAU ANSWER FOR " BRS-APPL-ID       00006432
              SET WS-BUREAU-LATE TO TRUE                                00006433
              GO TO 2045-EXIT                                           00006434
           END-IF                                                       00006435
           SET WS-BUREAU-HIT TO TRUE                                    00006436
           ADD 1 TO WS-BUREAU-HITS                                      00006437
           MOVE BRS-BUREAU-REF TO WS-BUREAU-REF                         00006438
           MOVE 'B' TO TBL-BB-TYPE (1)                                  00006439
           MOVE BRS-SCORE TO TBL-BB-VALUE (1)                           00006440
           MOVE 'T' TO TBL-BB-TYPE (2)                                  00006441
           MOVE BRS-TRADELINES TO TBL-BB-VALUE (2)                      00006442
           MOVE 'D' TO TBL-BB-TYPE (3)                                  00006443
           MOVE BRS-DELINQUENCIES TO TBL-BB-VALUE (3)                   00006444
           MOVE 'I' TO TBL-BB-TYPE (4)                                  00006445
           MOVE BRS-INQUIRIES TO TBL-BB-VALUE (4)                       00006446
           MOVE 'U' TO TBL-BB-TYPE (5)                                  00006447
           MOVE BRS-UTIL-PCT TO TBL-BB-VALUE (5)                        00006448
           PERFORM VARYING WS-BB-SUB FROM 1 BY 1                        00006449
                    UNTIL WS-BB-SUB > 5                                 00006450
             MOVE 'N' TO TBL-BB-FOUND-SW (WS-BB-SUB)                    00006451
             MOVE ZEROES TO TBL-BB-FLOOR (WS-BB-SUB)                    00006452
             MOVE ZEROES TO TBL-BB-POINTS (WS-BB-SUB)                   00006453
           END-PERFORM.                                                 00006454
       2045-EXIT.                                                       00006455
           EXIT.                                                        00006456
                                                                        00006457
      *> ***************************************************************00006458
      *> ONE BUREAU BAND ENTRY FROM THE MODEL: THE HIGHEST FLOOR NOT    00006459
      *> ABOVE THE ATTRIBUTE'S VALUE WINS, EXACTLY AS FOR AGE           00006460
      *> ***************************************************************00006461
       2055-BUREAU-BAND.                                                00006462
           MOVE TBL-SCOR-KEY (WS-SCORE-SUB) (1:3) TO WS-BUR-BAND-KEY    00006463
           PERFORM VARYING WS-BB-SUB FROM 1 BY 1                        00006464
                    UNTIL WS-BB-SUB > 5                                 00006465
             IF TBL-BB-TYPE (WS-BB-SUB)                                 00006466
                = TBL-SCOR-ATTR-TYPE (WS-SCORE-SUB)                     00006467
                AND WS-BUR-BAND-KEY NOT > TBL-BB-VALUE (WS-BB-SUB)      00006468
                AND (NOT TBL-BB-FOUND (WS-BB-SUB)                       00006469
                     OR WS-BUR-BAND-KEY > TBL-BB-FLOOR (WS-BB-SUB))     00006470
                SET TBL-BB-FOUND (WS-BB-SUB) TO TRUE                    00006471
                MOVE WS-BUR-BAND-KEY TO TBL-BB-FLOOR (WS-BB-SUB)        00006472
                MOVE TBL-SCOR-POINTS (WS-SCORE-SUB) TO                  00006473
                   TBL-BB-POINTS (WS-BB-SUB)                            00006474
             END-IF                                                     00006475
           END-PERFORM.                                                 00006476
       2055-EXIT.                                                       00006477
           EXIT.                                                        00006478
                                                                        00006479
      *> ***************************************************************00006480
      *> TRIM THE FLAT HISTORY STRAIGHT THROUGH TO THE NEW              00006481
      *> GENERATION, ONE RECORD AT A TIME - NO TABLE, NO LIMIT -        00006482
      *> AND REBUILD THE KEYED WORK FILE FROM THE KEPT ENTRIES.         00006483
      *> EVERYTHING KEPT IS INSIDE THE RE-APPLY WINDOW, SO THE          00006484
      *> DUPLICATE CHECK ONLY NEEDS A KEYED HIT, NOT A DATE TEST        00006485
      *> ***************************************************************00006486
       1400-TRIM-HISTORY.                                               00006487
           OPEN INPUT HIST-IN-FILE                                      00006490
           EVALUATE FS-HIST-IN-FILE                                     00006500
             WHEN "00"                                                  00006510
       1500-LOAD-OVERRIDES.                                             00007380
           OPEN INPUT OVERRIDE-FILE                                     00007390
           EVALUATE FS-OVERRIDE-FILE                                    00007400
             WHEN "00"                                                  00007401
               OPEN I-O DUAL-PEND-FILE                                  00007402
               IF FS-DUAL-PEND-FILE = "35"                              00007403
                  OPEN OUTPUT DUAL-PEND-FILE                            00007404
                  CLOSE DUAL-PEND-FILE                                  00007405
                  OPEN I-O DUAL-PEND-FILE                               00007406
               END-IF                                                   00007407
               IF FS-DUAL-PEND-FILE NOT = "00"                          00007412
                  MOVE "OPEN FAILED ON DUAL-PEND-FILE" TO               00007413
                     WS-ABEND-MESSAGE                                   00007414
                  GO TO 9999-ABEND                                      00007415
               END-IF                                                   00007416
               PERFORM UNTIL WS-OVRD-EOF                                00007420
                 READ OVERRIDE-FILE                                     00007430
                   AT END                                               00007440
                             OR OVRD-DECISION = 'INELIGIBLE')           00007490
                        AND OVRD-OFFICER NOT = SPACES                   00007500
                        AND WS-OVRD-COUNT < WS-OVRD-MAX                 00007510
                        PERFORM 1550-CHECK-DUAL-CONTROL                 00007511
                           THRU 1550-EXIT                               00007512
                     ELSE                                               00007513
                        DISPLAY "BAD OVERRIDE TRANSACTION SKIPPED"      00007514
                     END-IF                                             00007515
                     IF WS-DUAL-LOAD                                    00007516
                        ADD 1 TO WS-OVRD-COUNT                          00007520
                        MOVE OVRD-APPL-ID TO                            00007530
                           TBL-OVRD-APPL-ID (WS-OVRD-COUNT)             00007540
                           TBL-OVRD-OFFICER (WS-OVRD-COUNT)             00007580
                        MOVE OVRD-REASON TO                             00007590
                           TBL-OVRD-REASON (WS-OVRD-COUNT)              00007600
                        MOVE OVRD-RSN-CODE TO                           00007603
                           TBL-OVRD-RSN-CODE (WS-OVRD-COUNT)            00007606
                     END-IF                                             00007630
                 END-READ                                               00007631
               END-PERFORM                                              00007632
               CLOSE OVERRIDE-FILE                                      00007633
               CLOSE DUAL-PEND-FILE                                     00007634
               DISPLAY "OVERRIDE TRANSACTIONS LOADED: " WS-OVRD-COUNT   00007635
               DISPLAY "OVERRIDES HELD FOR RELEASE:   " WS-OVRD-HELD    00007636
               DISPLAY "OVERRIDES AWAITING RELEASE:   " WS-OVRD-WAITING 00007637
               DISPLAY "OVERRIDE RELEASES REFUSED:    " WS-OVRD-REFUSED 00007638
             WHEN "35"                                                  00007639
               CONTINUE                                                 00007640
             WHEN OTHER                                                 00007641
               MOVE "OPEN FAILED ON OVERRIDE-FILE" TO                   00007642
                  WS-ABEND-MESSAGE                                      00007643
               GO TO 9999-ABEND                                         00007644
           END-EVALUATE.                                                00007645
       1500-EXIT.                                                       00007646
           EXIT.                                                        00007647
                                                                        00007648
      *> ***************************************************************00007649
      *> DUAL CONTROL ON AN OVERRIDE: THE CARD IS MATCHED TO ITS        00007650
      *> PENDING ITEM BY IMAGE.  A NEW CARD IS HELD FOR A SECOND        00007651
      *> OPERATOR AND NOT APPLIED TONIGHT; A CARD STILL PENDING, OR     00007652
      *> DECLINED, STAYS OUT.  ONLY A RELEASE BY SOMEONE OTHER THAN     00007653
      *> THE OFFICER WHO KEYED IT LETS THE CARD INTO THE TABLE          00007654
      *> ***************************************************************00007655
       1550-CHECK-DUAL-CONTROL.                                         00007656
           MOVE 'N' TO WS-DUAL-MATCH-SW                                 00007657
           MOVE 'N' TO WS-DUAL-LOAD-SW                                  00007658
           MOVE 'N' TO WS-DPD-EOF-SW                                    00007659
           MOVE ZEROES TO WS-DUAL-LAST-SEQ                              00007660
           MOVE LOW-VALUES TO DPD-KEY                                   00007661
           START DUAL-PEND-FILE KEY IS NOT LESS THAN DPD-KEY            00007662
               INVALID KEY                                              00007663
                   SET WS-DPD-EOF TO TRUE                               00007664
           END-START                                                    00007665
           PERFORM UNTIL WS-DPD-EOF                                     00007666
             READ DUAL-PEND-FILE NEXT RECORD                            00007667
               AT END                                                   00007668
                 SET WS-DPD-EOF TO TRUE                                 00007669
               NOT AT END                                               00007670
                 IF DPD-FROM-CONDI                                      00007671
                    IF DPD-HELD-DATE = WS-RUN-DATE-NUM                  00007672
                       AND DPD-HELD-SEQ > WS-DUAL-LAST-SEQ              00007673
                       MOVE DPD-HELD-SEQ TO WS-DUAL-LAST-SEQ            00007674
                    END-IF                                              00007675
                    IF DPD-ITEM-IMAGE (1:80) = OVERRIDE-RECORD          00007676
                       SET WS-DUAL-MATCH TO TRUE                        00007677
                       MOVE DPD-KEY TO WS-DUAL-MATCH-KEY                00007678
                    END-IF                                              00007679
                 END-IF                                                 00007680
             END-READ                                                   00007681
           END-PERFORM                                                  00007682
           IF FS-DUAL-PEND-FILE NOT = "00"                              00007683
              AND FS-DUAL-PEND-FILE NOT = "10"                          00007684
              AND FS-DUAL-PEND-FILE NOT = "23"                          00007685
              MOVE "READ FAILED ON DUAL-PEND-FILE" TO WS-ABEND-MESSAGE  00007686
              GO TO 9999-ABEND                                          00007687
           END-IF                                                       00007688
           IF NOT WS-DUAL-MATCH                                         00007689
              GO TO 1550-HOLD-ITEM                                      00007690
           END-IF                                                       00007691
           MOVE WS-DUAL-MATCH-KEY TO DPD-KEY                            00007692
           READ DUAL-PEND-FILE                                          00007693
               INVALID KEY                                              00007694
                   MOVE "READ FAILED ON DUAL-PEND-FILE" TO              00007695
                      WS-ABEND-MESSAGE                                  00007696
                   GO TO 9999-ABEND                                     00007697
           END-READ                                                     00007698
           IF NOT DPD-RELEASED AND NOT DPD-APPLIED                      00007699
              ADD 1 TO WS-OVRD-WAITING                                  00007700
              GO TO 1550-EXIT                                           00007701
           END-IF                                                       00007702
           IF DPD-CHECKER-ID = SPACES                                   00007703
              OR DPD-CHECKER-ID = DPD-MAKER-ID                          00007704
              SET DPD-REFUSED TO TRUE                                   00007705
              ADD 1 TO WS-OVRD-REFUSED                                  00007706
              DISPLAY "OVERRIDE RELEASE REFUSED - SELF-APPROVED: "      00007707
                 OVRD-APPL-ID                                           00007708
              MOVE "OVRD REFUSED" TO ALOG-ACTION                        00007709
              MOVE SPACES TO ALOG-DETAIL                                00007710
              STRING "APPL " OVRD-APPL-ID " BY " DPD-CHECKER-ID         00007711
                 DELIMITED BY SIZE INTO ALOG-DETAIL                     00007712
              PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT               00007713
           ELSE                                                         00007714
              SET WS-DUAL-LOAD TO TRUE                                  00007715
              IF DPD-APPLIED                                            00007716
                 GO TO 1550-EXIT                                        00007717
              END-IF                                                    00007718
              SET DPD-APPLIED TO TRUE                                   00007719
              MOVE WS-RUN-DATE-NUM TO DPD-APPLIED-DATE                  00007720
           END-IF                                                       00007721
           REWRITE DUAL-PEND-RECORD                                     00007722
               INVALID KEY                                              00007723
                   MOVE "REWRITE FAILED ON DUAL-PEND-FILE" TO           00007724
                      WS-ABEND-MESSAGE                                  00007725
                   GO TO 9999-ABEND                                     00007726
           END-REWRITE                                                  00007727
           GO TO 1550-EXIT.                                             00007728
       1550-HOLD-ITEM.                                                  00007729
           MOVE SPACES TO DUAL-PEND-RECORD                              00007730
           MOVE WS-RUN-DATE-NUM TO DPD-HELD-DATE                        00007731
           SET DPD-FROM-CONDI TO TRUE                                   00007732
           ADD 1 TO WS-DUAL-LAST-SEQ                                    00007733
           MOVE WS-DUAL-LAST-SEQ TO DPD-HELD-SEQ                        00007734
           SET DPD-RSN-OVERRIDE TO TRUE                                 00007735
           SET DPD-PENDING TO TRUE                                      00007736
           MOVE OVRD-OFFICER TO DPD-MAKER-ID                            00007737
           MOVE ZEROES TO DPD-DECIDED-DATE                              00007738
           MOVE ZEROES TO DPD-APPLIED-DATE                              00007739
           MOVE OVRD-APPL-ID TO DPD-REF-NO                              00007740
           MOVE ZEROES TO DPD-AMOUNT                                    00007741
           MOVE OVERRIDE-RECORD TO DPD-ITEM-IMAGE                       00007742
           WRITE DUAL-PEND-RECORD                                       00007743
               INVALID KEY                                              00007744
                   MOVE "WRITE FAILED ON DUAL-PEND-FILE" TO             00007745
                      WS-ABEND-MESSAGE                                  00007746
                   GO TO 9999-ABEND                                     00007747
           END-WRITE                                                    00007748
           ADD 1 TO WS-OVRD-HELD                                        00007749
           MOVE "OVRD HELD" TO ALOG-ACTION                              00007750
           MOVE SPACES TO ALOG-DETAIL                                   00007751
           STRING "APPL " OVRD-APPL-ID " BY " OVRD-OFFICER              00007752
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00007753
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00007754
       1550-EXIT.                                                       00007755
           EXIT.                                                        00007756
                                                                        00007762
      *> ***************************************************************00007763
      *> LOAD THE IDS OF SUPPRESSED CUSTOMERS OFF THE MASTER.  A        00007764
           EXIT.                                                        00007793
                                                                        00007794
      *> ***************************************************************00007795
      *> LOAD TONIGHT'S SANCTIONS HOLDS.  NO HOLD DATASET MEANS THE     00007796
      *> SCREEN HELD NOBODY.  A HOLD THAT DOES NOT FIT THE TABLE STOPS  00007797
      *> THE RUN - A DROPPED HOLD WOULD LET A LISTED NAME THROUGH       00007798
      *> ***************************************************************00007799
       1650-LOAD-SANCTION-HOLDS.                                        00007800
           OPEN INPUT SANC-HOLD-FILE                                    00007801
           EVALUATE FS-SANC-HOLD-FILE                                   00007802
             WHEN "00"                                                  00007803
               PERFORM UNTIL WS-SANC-EOF                                00007804
                 READ SANC-HOLD-FILE                                    00007805
                   AT END                                               00007806
                     SET WS-SANC-EOF TO TRUE                            00007807
                   NOT AT END                                           00007808
                     IF WS-SANC-COUNT NOT < WS-SANC-MAX                 00007809
                        MOVE "SANCTIONS HOLDS EXCEED THE HOLD TABLE" TO 00007810
                           WS-ABEND-MESSAGE                             00007811
                        GO TO 9999-ABEND                                00007812
                     END-IF                                             00007813
                     ADD 1 TO WS-SANC-COUNT                             00007814
                     MOVE SHD-APPL-ID TO                                00007815
                        TBL-SANC-APPL-ID (WS-SANC-COUNT)                00007816
                     MOVE SHD-DISPOSITION TO                            00007817
                        TBL-SANC-DISP (WS-SANC-COUNT)                   00007818
                 END-READ                                               00007819
               END-PERFORM                                              00007820
               CLOSE SANC-HOLD-FILE                                     00007821
               DISPLAY "SANCTIONS HOLDS LOADED: " WS-SANC-COUNT         00007822
             WHEN "35"                                                  00007823
               DISPLAY "NO SANCTIONS HOLD DATASET, NOBODY HELD"         00007824
             WHEN OTHER                                                 00007825
               MOVE "OPEN FAILED ON SANC-HOLD-FILE" TO                  00007826
                  WS-ABEND-MESSAGE                                      00007827
               GO TO 9999-ABEND                                         00007828
           END-EVALUATE.                                                00007829
       1650-EXIT.                                                       00007830
           EXIT.                                                        00007831
                                                                        00007832
      *> ***************************************************************00007833
      *> LOAD THE ADVERSE-ACTION REASON-CODE TABLE.  WITHOUT THE        00007834
      *> DATASET THE CODES STILL GO ON THE LETTER IN COLLECTION         00007835
      *> ORDER, UNRANKED                                                00007836
      *> ***************************************************************00007837
       1700-LOAD-REASON-CODES.                                          00007838
           OPEN INPUT REASON-FILE                                       00007839
           EVALUATE FS-REASON-FILE                                      00007840
             WHEN "00"                                                  00007841
               PERFORM UNTIL WS-RSN-EOF                                 00007842
                 READ REASON-FILE                                       00007843
                   AT END                                               00007844
                     SET WS-RSN-EOF TO TRUE                             00007845
                   NOT AT END                                           00007846
                     IF RSN-CODE NOT = SPACES                           00007847
                        AND RSN-RANK NUMERIC                            00007848
                        AND WS-RSN-COUNT < WS-RSN-MAX                   00007849
                        ADD 1 TO WS-RSN-COUNT                           00007850
                        MOVE RSN-CODE TO                                00007851
                           TBL-RSN-CODE (WS-RSN-COUNT)                  00007852
                        MOVE RSN-RANK TO                                00007853
                           TBL-RSN-RANK (WS-RSN-COUNT)                  00007854
                        MOVE RSN-TEXT TO                                00007855
                           TBL-RSN-TEXT (WS-RSN-COUNT)                  00007856
                     ELSE                                               00007857
                        DISPLAY "BAD OR EXCESS REASON RECORD SKIPPED"   00007858
                     END-IF                                             00007859
                 END-READ                                               00007860
               END-PERFORM                                              00007861
               CLOSE REASON-FILE                                        00007862
               DISPLAY "REASON CODES LOADED: " WS-RSN-COUNT             00007863
             WHEN "35"                                                  00007864
               DISPLAY "NO REASON-CODE DATASET, CODES UNRANKED"         00007865
             WHEN OTHER                                                 00007866
               MOVE "OPEN FAILED ON REASON-FILE" TO WS-ABEND-MESSAGE    00007867
               GO TO 9999-ABEND                                         00007868
           END-EVALUATE.                                                00007869
       1700-EXIT.                                                       00007870
           EXIT.                                                        00007871
                                                                        00007872
      *> ***************************************************************00007873
      *> LOAD THE COUNTEROFFER FALLBACKS OFF THE PUBLISHED PRODUCT      00007874
      *> LIST (CONDEDIT HAS ALREADY PROVED EVERY FALLBACK IS ON THE     00007875
      *> LIST AND NO CHAIN LOOPS).  NO LIST, OR NO FALLBACKS ON IT,     00007876
      *> MEANS A DECLINE STAYS A DECLINE                                00007877
      *> ***************************************************************00007878
       1750-LOAD-FALLBACKS.                                             00007879
           OPEN INPUT PROD-LIST-FILE                                    00007880
           EVALUATE FS-PROD-LIST-FILE                                   00007881
             WHEN "00"                                                  00007882
               PERFORM UNTIL WS-FBK-EOF                                 00007883
                 READ PROD-LIST-FILE                                    00007884
                   AT END                                               00007885
                     SET WS-FBK-EOF TO TRUE                             00007886
                   NOT AT END                                           00007887
                     IF PRD-PRODUCT-CD NOT = SPACES                     00007888
                        AND PRD-FALLBACK-CD NOT = SPACES                00007889
                        AND PRD-FALLBACK-CD NOT = PRD-PRODUCT-CD        00007890
                        AND WS-FBK-COUNT < WS-FBK-MAX                   00007891
                        ADD 1 TO WS-FBK-COUNT                           00007892
                        MOVE PRD-PRODUCT-CD TO                          00007893
                           TBL-FBK-PRODUCT-CD (WS-FBK-COUNT)            00007894
                        MOVE PRD-FALLBACK-CD TO                         00007895
                           TBL-FBK-FALLBACK-CD (WS-FBK-COUNT)           00007896
                     END-IF                                             00007897
                 END-READ                                               00007898
               END-PERFORM                                              00007899
               CLOSE PROD-LIST-FILE                                     00007900
               DISPLAY "COUNTEROFFER FALLBACKS LOADED: " WS-FBK-COUNT   00007901
             WHEN "35"                                                  00007902
               DISPLAY "NO PRODUCT LIST, NO COUNTEROFFERS TONIGHT"      00007903
             WHEN OTHER                                                 00007904
               MOVE "OPEN FAILED ON PROD-LIST-FILE" TO                  00007905
                  WS-ABEND-MESSAGE                                      00007906
               GO TO 9999-ABEND                                         00007907
           END-EVALUATE.                                                00007908
       1750-EXIT.                                                       00007909
           EXIT.                                                        00007910
                                                                        00007911
      *> ***************************************************************00007912
      *> COLLECT ONE ADVERSE-ACTION REASON CODE FOR THE CURRENT         00007913
      *> APPLICANT.  DUPLICATES ARE DROPPED; PAST FOUR, THE REST ARE    00007914
      *> LEFT OFF (THE REGULATION ASKS FOR THE PRINCIPAL REASONS)       00007915
      *> ***************************************************************00007916
       2170-ADD-AA-REASON.                                              00007917
           PERFORM VARYING WS-AA-SUB FROM 1 BY 1                        00007918
                    UNTIL WS-AA-SUB > WS-AA-COUNT                       00007919
             IF WS-AA-CODE (WS-AA-SUB) = WS-AA-WORK-CODE                00007920
                GO TO 2170-EXIT                                         00007921
             END-IF                                                     00007922
           END-PERFORM                                                  00007923
           IF WS-AA-COUNT < 4                                           00007924
              ADD 1 TO WS-AA-COUNT                                      00007925
              MOVE WS-AA-WORK-CODE TO WS-AA-CODE (WS-AA-COUNT)          00007926
           END-IF.                                                      00007927
       2170-EXIT.                                                       00007928
           EXIT.                                                        00007929
                                                                        00007930
      *> ***************************************************************00007931
      *> RANK THE COLLECTED CODES BY THE TABLE (LOW RANK LEADS).  AN    00007932
      *> UNKNOWN CODE RANKS LAST                                        00007933
      *> ***************************************************************00007934
       2480-RANK-REASONS.                                               00007935
           PERFORM VARYING WS-AA-SUB FROM 1 BY 1                        00007936
                    UNTIL WS-AA-SUB >= WS-AA-COUNT                      00007937
             PERFORM VARYING WS-AA-SUB2 FROM 1 BY 1                     00007938
                      UNTIL WS-AA-SUB2 >= WS-AA-COUNT                   00007939
               MOVE WS-AA-CODE (WS-AA-SUB2) TO WS-AA-WORK-CODE          00007940
               PERFORM 2490-GET-RANK THRU 2490-EXIT                     00007941
               MOVE WS-RANK-A TO WS-RANK-B                              00007942
               ADD 1 TO WS-AA-SUB2                                      00007943
               MOVE WS-AA-CODE (WS-AA-SUB2) TO WS-AA-WORK-CODE          00007944
               PERFORM 2490-GET-RANK THRU 2490-EXIT                     00007945
               SUBTRACT 1 FROM WS-AA-SUB2                               00007946
               IF WS-RANK-A < WS-RANK-B                                 00007947
                  MOVE WS-AA-CODE (WS-AA-SUB2) TO WS-AA-SWAP            00007948
                  MOVE WS-AA-CODE (WS-AA-SUB2 + 1) TO                   00007949
                     WS-AA-CODE (WS-AA-SUB2)                            00007950
                  MOVE WS-AA-SWAP TO WS-AA-CODE (WS-AA-SUB2 + 1)        00007951
               END-IF                                                   00007952
             END-PERFORM                                                00007953
           END-PERFORM.                                                 00007954
       2480-EXIT.                                                       00007955
           EXIT.                                                        00007956
                                                                        00007957
       2490-GET-RANK.                                                   00007958
           MOVE 99 TO WS-RANK-A                                         00007959
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1                       00007960
                    UNTIL WS-RSN-SUB > WS-RSN-COUNT                     00007961
             IF TBL-RSN-CODE (WS-RSN-SUB) = WS-AA-WORK-CODE             00007962
                MOVE TBL-RSN-RANK (WS-RSN-SUB) TO WS-RANK-A             00007963
             END-IF                                                     00007964
           END-PERFORM.                                                 00007965
       2490-EXIT.                                                       00007966
           EXIT.                                                        00007967
                                                                        00007968
      *> ***************************************************************00007969
      *> THE MIDDLE BAND: AN INELIGIBLE WHOSE COMPUTED SCORE SITS       00007970
      *> INSIDE THE CONFIGURED MARGIN OF THE CUTOFF, OR WHOSE RULE      00007971
      *> MATCHED ONLY PARTIALLY (PRODUCT KNOWN, AGE OR COUNTRY          00007972
      *> SHORT), BECOMES REFER AND GOES TO THE UNDERWRITING DESK'S      00007973
      *> PEND QUEUE INSTEAD OF A HARD DECLINE.  THE SHOP-WIDE           00007974
      *> MINIMUM AGE STAYS A HARD DECLINE - THE DESK CANNOT WAIVE IT    00007975
      *> ***************************************************************00007976
       2130-CHECK-REFER.                                                00007977
           IF WS-REFER-MARGIN = 0                                       00007978
              GO TO 2130-EXIT                                           00007979
           END-IF                                                       00007980
           IF APPL-AGE OF WS-APPLICANT-REC < WS-MIN-AGE-THRESHOLD       00007981
              GO TO 2130-EXIT                                           00007982
           END-IF                                                       00007983
           COMPUTE WS-SCORE-DIFF =                                      00007984
              WS-GRADED-SCORE - WS-SCORE-CUTOFF                         00007985
           IF WS-SCORE-DIFF < 0                                         00007986
              COMPUTE WS-SCORE-DIFF = 0 - WS-SCORE-DIFF                 00007987
           END-IF                                                       00007988
           IF WS-SCORE-DIFF NOT > WS-REFER-MARGIN                       00007989
              OR WS-RULE-FOUND                                          00007990
              OR WS-PRODUCT-SEEN                                        00007991
              SUBTRACT 1 FROM WS-INELIGIBLE-COUNT                       00007992
              ADD 1 TO WS-REFER-COUNT                                   00007993
              MOVE 'REFER     ' TO AUD-DECISION-TYPE                    00007994
              MOVE 'REFERRED TO UNDERWRITING DESK' TO                   00007995
                 AUD-DECISION-TEXT                                      00007996
              PERFORM 2140-WRITE-PEND THRU 2140-EXIT                    00007997
           END-IF.                                                      00007998
       2130-EXIT.                                                       00007999
           EXIT.                                                        00008000
                                                                        00008001
       2140-WRITE-PEND.                                                 00008002
           MOVE APPL-ID OF WS-APPLICANT-REC TO PND-APPL-ID              00008003
           MOVE APPL-NAME OF WS-APPLICANT-REC TO PND-NAME               00008004
           MOVE APPL-PRODUCT-CD OF WS-APPLICANT-REC TO                  00008005
              PND-PRODUCT-CD                                            00008006
           MOVE APPL-SCORE OF WS-APPLICANT-REC TO PND-INPUT-SCORE       00008007
           MOVE WS-GRADED-SCORE TO PND-COMP-SCORE                       00008008
           PERFORM 2480-RANK-REASONS THRU 2480-EXIT                     00008009
           MOVE WS-AA-LIST TO PND-REASON-CODES                          00008010
           MOVE WS-CURRENT-DATE TO PND-DATE                             00008011
      *> A PEND STILL OPEN FROM AN EARLIER RUN KEEPS ITS FIRST DATE     00008012
           IF WS-PEND-FIRST-DATE > 0                                    00008013
              MOVE WS-PEND-FIRST-DATE TO PND-FIRST-DATE                 00008014
           ELSE                                                         00008015
              MOVE WS-CURRENT-DATE TO PND-FIRST-DATE                    00008016
           END-IF                                                       00008017
           WRITE PEND-RECORD                                            00008018
           IF FS-PEND-FILE NOT = "00"                                   00008019
              DISPLAY "WRITE FAILED, PEND-FILE STATUS: " FS-PEND-FILE   00008020
           END-IF.                                                      00008021
       2140-EXIT.                                                       00008022
           EXIT.                                                        00008023
                                                                        00008024
      *> ***************************************************************00008025
      *> A DECLINE THAT THE DESK WOULD NOT SEE ANYWAY IS RE-RUN DOWN    00008026
      *> THE PRODUCT'S FALLBACK CHAIN: THE FIRST FALLBACK WHOSE RULE    00008027
      *> THE APPLICANT PASSES BECOMES A COUNTEROFFER.  THE REASON       00008028
      *> CODES FOR THE PRODUCT APPLIED FOR ARE KEPT - THE LETTER        00008029
      *> MAKES THE OFFER AND STILL GIVES THE ADVERSE-ACTION REASONS.    00008030
      *> THE SHOP-WIDE MINIMUM AGE STAYS A HARD DECLINE                 00008031
      *> ***************************************************************00008032
       2135-CHECK-COUNTEROFFER.                                         00008033
           IF WS-FBK-COUNT = 0                                          00008034
              GO TO 2135-EXIT                                           00008035
           END-IF                                                       00008036
           IF APPL-AGE OF WS-APPLICANT-REC < WS-MIN-AGE-THRESHOLD       00008037
              GO TO 2135-EXIT                                           00008038
           END-IF                                                       00008039
           MOVE APPL-PRODUCT-CD OF WS-APPLICANT-REC TO                  00008040
              WS-OFFER-CAND-CD                                          00008041
           MOVE 'N' TO WS-OFFER-ELIG-SW                                 00008042
           MOVE ZEROES TO WS-FBK-DEPTH                                  00008043
           PERFORM 2136-NEXT-FALLBACK THRU 2136-EXIT                    00008044
              UNTIL WS-OFFER-ELIGIBLE                                   00008045
              OR WS-OFFER-CAND-CD = SPACES                              00008046
              OR WS-FBK-DEPTH NOT < WS-FBK-COUNT                        00008047
           IF NOT WS-OFFER-ELIGIBLE                                     00008048
              GO TO 2135-EXIT                                           00008049
           END-IF                                                       00008050
           MOVE WS-OFFER-CAND-CD TO WS-OFFER-PRODUCT-CD                 00008051
           SUBTRACT 1 FROM WS-INELIGIBLE-COUNT                          00008052
           ADD 1 TO WS-COUNTER-COUNT                                    00008053
           MOVE 'COUNTER   ' TO AUD-DECISION-TYPE                       00008054
           MOVE SPACES TO AUD-DECISION-TEXT                             00008055
           STRING 'COUNTEROFFER ' WS-OFFER-PRODUCT-CD                   00008056
              ' IN PLACE OF ' APPL-PRODUCT-CD OF WS-APPLICANT-REC       00008057
              DELIMITED BY SIZE INTO AUD-DECISION-TEXT.                 00008058
       2135-EXIT.                                                       00008059
           EXIT.                                                        00008060
                                                                        00008061
      *> ***************************************************************00008062
      *> STEP ONE LINK DOWN THE CHAIN AND TRY THE APPLICANT AGAINST     00008063
      *> THE FALLBACK'S RULE - THE SAME PRODUCT, COUNTRY, EFFECTIVE     00008064
      *> WINDOW AND MINIMUM-AGE TEST 2100 APPLIES                       00008065
      *> ***************************************************************00008066
       2136-NEXT-FALLBACK.                                              00008067
           ADD 1 TO WS-FBK-DEPTH                                        00008068
           MOVE 'N' TO WS-OFFER-NEXT-SW                                 00008069
           PERFORM VARYING WS-FBK-SUB FROM 1 BY 1                       00008070
                    UNTIL WS-FBK-SUB > WS-FBK-COUNT                     00008071
                    OR WS-OFFER-NEXT-FOUND                              00008072
             IF TBL-FBK-PRODUCT-CD (WS-FBK-SUB) = WS-OFFER-CAND-CD      00008073
                SET WS-OFFER-NEXT-FOUND TO TRUE                         00008074
             END-IF                                                     00008075
           END-PERFORM                                                  00008076
           IF NOT WS-OFFER-NEXT-FOUND                                   00008077
              MOVE SPACES TO WS-OFFER-CAND-CD                           00008078
              GO TO 2136-EXIT                                           00008079
           END-IF                                                       00008080
           SUBTRACT 1 FROM WS-FBK-SUB                                   00008081
           MOVE TBL-FBK-FALLBACK-CD (WS-FBK-SUB) TO WS-OFFER-CAND-CD    00008082
      *> BACK AT THE PRODUCT APPLIED FOR IS A LOOP - NOTHING TO OFFER   00008083
           IF WS-OFFER-CAND-CD = APPL-PRODUCT-CD OF WS-APPLICANT-REC    00008084
              MOVE SPACES TO WS-OFFER-CAND-CD                           00008085
              GO TO 2136-EXIT                                           00008086
           END-IF                                                       00008087
           PERFORM VARYING WS-ELIG-SUB FROM 1 BY 1                      00008088
                    UNTIL WS-ELIG-SUB > WS-RULE-COUNT                   00008089
                    OR WS-OFFER-ELIGIBLE                                00008090
             IF TBL-RULE-PRODUCT-CD (WS-ELIG-SUB) = WS-OFFER-CAND-CD    00008091
                AND (TBL-RULE-COUNTRY (WS-ELIG-SUB) = 'ANY'             00008092
                     OR APPL-COUNTRY OF WS-APPLICANT-REC                00008093
                        = TBL-RULE-COUNTRY (WS-ELIG-SUB))               00008094
                AND TBL-RULE-EFF-FROM (WS-ELIG-SUB)                     00008095
                    NOT > WS-RUN-DATE-NUM                               00008096
                AND (TBL-RULE-EFF-TO (WS-ELIG-SUB) = ZEROES             00008097
                     OR TBL-RULE-EFF-TO (WS-ELIG-SUB)                   00008098
                        NOT < WS-RUN-DATE-NUM)                          00008099
                AND APPL-AGE OF WS-APPLICANT-REC                        00008100
                    NOT < TBL-RULE-MIN-AGE (WS-ELIG-SUB)                00008101
                SET WS-OFFER-ELIGIBLE TO TRUE                           00008102
             END-IF                                                     00008103
           END-PERFORM.                                                 00008104
       2136-EXIT.                                                       00008105
           EXIT.                                                        00008106
                                                                        00008107
      *> ***************************************************************00008108
      *> APPLY A DESK OVERRIDE AFTER THE ENGINE HAS DECIDED.  THE       00008109
      *> ENGINE'S DECISION IS ALREADY ON THE AUDIT TRAIL; THE           00008110
      *> OVERRIDE SUPERSEDES IT IN THE COUNTS, THE LETTER AND THE       00008111
      *> HISTORY, AND GOES TO THE TRAIL ITSELF WITH THE AUTHORIZING     00008112
      *> OFFICER.  EXCEPTIONS ARE PART OF THE BUSINESS - NOW THEY       00008113
      *> LIVE INSIDE THE SYSTEM OF RECORD                               00008114
      *> ***************************************************************00008115
       2150-APPLY-OVERRIDE.                                             00008116
           MOVE 'N' TO WS-OVRD-FLIP-SW                                  00008117
           MOVE 'N' TO WS-OVRD-FOUND-SW                                 00008118
      *> THE WHOLE TABLE IS SCANNED AND THE LAST MATCH KEPT: THE FILE   00008119
      *> IS APPENDED IN ORDER, SO A WORKBENCH DECISION DRAINED LAST     00008120
      *> NIGHT SUPERSEDES AN OLDER CARD FOR THE SAME APPLICANT          00008121
           MOVE ZEROES TO WS-OVRD-HIT                                   00008122
           PERFORM VARYING WS-OVRD-SUB FROM 1 BY 1                      00008123
                    UNTIL WS-OVRD-SUB > WS-OVRD-COUNT                   00008124
             IF TBL-OVRD-APPL-ID (WS-OVRD-SUB) =                        00008125
                APPL-ID OF WS-APPLICANT-REC                             00008126
                SET WS-OVRD-FOUND TO TRUE                               00008127
                MOVE WS-OVRD-SUB TO WS-OVRD-HIT                         00008128
             END-IF                                                     00008129
           END-PERFORM                                                  00008130
           IF NOT WS-OVRD-FOUND                                         00008131
              GO TO 2150-EXIT                                           00008132
           END-IF                                                       00008133
           MOVE WS-OVRD-HIT TO WS-OVRD-SUB                              00008134
                                                                        00008135
           IF TBL-OVRD-DECISION (WS-OVRD-SUB) = AUD-DECISION-TYPE       00008136
              GO TO 2150-EXIT                                           00008137
           END-IF                                                       00008138
                                                                        00008139
      *> THE OVERRIDE DIRECTS THE FINAL DECISION: MOVE THE COUNT        00008140
      *> ACROSS AND RESTATE THE DECISION THE LETTER AND HISTORY         00008141
      *> WILL CARRY.  AN OVERRIDE ON A REFER IS THE DESK CLEARING       00008142
      *> ITS PEND, WITH THE OFFICER ON RECORD                           00008143
           EVALUATE AUD-DECISION-TYPE                                   00008144
             WHEN 'ELIGIBLE  '                                          00008145
               SUBTRACT 1 FROM WS-ELIGIBLE-COUNT                        00008146
             WHEN 'REFER     '                                          00008147
               SUBTRACT 1 FROM WS-REFER-COUNT                           00008148
             WHEN 'COUNTER   '                                          00008149
               SUBTRACT 1 FROM WS-COUNTER-COUNT                         00008150
             WHEN OTHER                                                 00008151
               SUBTRACT 1 FROM WS-INELIGIBLE-COUNT                      00008152
           END-EVALUATE                                                 00008153
           IF TBL-OVRD-DECISION (WS-OVRD-SUB) = 'ELIGIBLE  '            00008154
              ADD 1 TO WS-ELIGIBLE-COUNT                                00008155
      *> AN APPROVAL IS NOT AN ADVERSE ACTION - NO REASON CODES         00008156
              MOVE ZEROES TO WS-AA-COUNT                                00008157
              MOVE SPACES TO WS-AA-LIST                                 00008158
           ELSE                                                         00008159
              ADD 1 TO WS-INELIGIBLE-COUNT                              00008160
      *> A DESK DECLINE IS ITS OWN ADVERSE-ACTION REASON - THE CODE     00008161
      *> THE UNDERWRITER DECLINED ON WHEN ONE CAME WITH IT              00008162
              IF TBL-OVRD-RSN-CODE (WS-OVRD-SUB) NOT = SPACES           00008163
                 MOVE TBL-OVRD-RSN-CODE (WS-OVRD-SUB) TO                00008164
                    WS-AA-WORK-CODE                                     00008165
              ELSE                                                      00008166
                 MOVE 'OV01' TO WS-AA-WORK-CODE                         00008167
              END-IF                                                    00008168
              PERFORM 2170-ADD-AA-REASON THRU 2170-EXIT                 00008169
           END-IF                                                       00008170
           ADD 1 TO WS-OVERRIDES-APPLIED                                00008171
           SET WS-OVRD-FLIPPED TO TRUE                                  00008172
                                                                        00008173
           MOVE TBL-OVRD-DECISION (WS-OVRD-SUB) TO AUD-DECISION-TYPE    00008174
           MOVE SPACES TO AUD-DECISION-TEXT                             00008175
           STRING 'OVERRIDE BY ' TBL-OVRD-OFFICER (WS-OVRD-SUB)         00008180
              ': ' TBL-OVRD-REASON (WS-OVRD-SUB)                        00008190
              DELIMITED BY SIZE INTO AUD-DECISION-TEXT                  00008200
           PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT.                 00008210
       2150-EXIT.                                                       00008220
           EXIT.                                                        00008230
                                                                        00008231
      *> ***************************************************************00008232
      *> A SANCTIONS HOLD OUTRANKS BOTH THE ENGINE AND THE DESK: THE    00008233
      *> APPLICANT BECOMES A REFER ON THE PEND QUEUE WITH REASON SN01   00008234
      *> AND WAITS THERE UNTIL COMPLIANCE CLEARS THE HIT                00008235
      *> ***************************************************************00008236
       2160-APPLY-SANCTION-HOLD.                                        00008237
           MOVE 'N' TO WS-SANC-FOUND-SW                                 00008238
           PERFORM VARYING WS-SANC-SUB FROM 1 BY 1                      00008239
                    UNTIL WS-SANC-SUB > WS-SANC-COUNT                   00008240
                    OR WS-SANC-FOUND                                    00008241
             IF TBL-SANC-APPL-ID (WS-SANC-SUB) =                        00008242
                APPL-ID OF WS-APPLICANT-REC                             00008243
                SET WS-SANC-FOUND TO TRUE                               00008244
             END-IF                                                     00008245
           END-PERFORM                                                  00008246
           IF NOT WS-SANC-FOUND                                         00008247
              GO TO 2160-EXIT                                           00008248
           END-IF                                                       00008249
           SUBTRACT 1 FROM WS-SANC-SUB                                  00008250
           ADD 1 TO WS-SANC-HELD-COUNT                                  00008251
           MOVE 'SN01' TO WS-AA-WORK-CODE                               00008252
           PERFORM 2170-ADD-AA-REASON THRU 2170-EXIT                    00008253
           EVALUATE AUD-DECISION-TYPE                                   00008254
             WHEN 'ELIGIBLE  '                                          00008255
               SUBTRACT 1 FROM WS-ELIGIBLE-COUNT                        00008256
               ADD 1 TO WS-REFER-COUNT                                  00008257
               PERFORM 2140-WRITE-PEND THRU 2140-EXIT                   00008258
             WHEN 'REFER     '                                          00008259
      *> ALREADY ON THE PEND QUEUE FROM THE REFER BAND                  00008260
               CONTINUE                                                 00008261
             WHEN 'COUNTER   '                                          00008262
               SUBTRACT 1 FROM WS-COUNTER-COUNT                         00008263
               ADD 1 TO WS-REFER-COUNT                                  00008264
               PERFORM 2140-WRITE-PEND THRU 2140-EXIT                   00008265
             WHEN OTHER                                                 00008266
               SUBTRACT 1 FROM WS-INELIGIBLE-COUNT                      00008267
               ADD 1 TO WS-REFER-COUNT                                  00008268
               PERFORM 2140-WRITE-PEND THRU 2140-EXIT                   00008269
           END-EVALUATE                                                 00008270
           MOVE 'REFER     ' TO AUD-DECISION-TYPE                       00008271
           IF TBL-SANC-DISP (WS-SANC-SUB) = 'M'                         00008272
              MOVE 'HELD - CONFIRMED SANCTIONS MATCH' TO                00008273
                 AUD-DECISION-TEXT                                      00008274
           ELSE                                                         00008275
              MOVE 'HELD FOR SANCTIONS REVIEW' TO AUD-DECISION-TEXT     00008276
           END-IF                                                       00008277
           PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT.                 00008278
       2160-EXIT.                                                       00008279
           EXIT.                                                        00008280
                                                                        00008281
      *> ***************************************************************00008282
      *> NO CURRENT BUREAU ANSWER, NO DECISION: A NO-HIT (BU01) OR A    00008283
      *> LATE OR STALE ANSWER (BU02) MAKES THE APPLICANT A REFER ON     00008284
      *> THE PEND QUEUE RATHER THAN AN ENGINE DECISION ON OLD OR        00008285
      *> MISSING DATA.  A DESK OVERRIDE STANDS - THE OFFICER ON RECORD  00008286
      *> HAS DECIDED WITH WHATEVER BUREAU FILE THE DESK PULLED - AND A  00008287
      *> SANCTIONS HOLD STILL FOLLOWS                                   00008288
      *> ***************************************************************00008289
       2165-APPLY-BUREAU-HOLD.                                          00008290
           IF NOT WS-BUREAU-IN-USE                                      00008291
              OR WS-BUREAU-HIT                                          00008292
              OR WS-OVRD-FLIPPED                                        00008293
              GO TO 2165-EXIT                                           00008294
           END-IF                                                       00008295
           IF WS-BUREAU-NO-HIT                                          00008296
              ADD 1 TO WS-BUREAU-NOHIT-HELD                             00008297
              MOVE 'BU01' TO WS-AA-WORK-CODE                            00008298
           ELSE                                                         00008299
              ADD 1 TO WS-BUREAU-LATE-HELD                              00008300
              MOVE 'BU02' TO WS-AA-WORK-CODE                            00008301
           END-IF                                                       00008302
           PERFORM 2170-ADD-AA-REASON THRU 2170-EXIT                    00008303
           EVALUATE AUD-DECISION-TYPE                                   00008304
             WHEN 'ELIGIBLE  '                                          00008305
               SUBTRACT 1 FROM WS-ELIGIBLE-COUNT                        00008306
               ADD 1 TO WS-REFER-COUNT                                  00008307
               PERFORM 2140-WRITE-PEND THRU 2140-EXIT                   00008308
             WHEN 'REFER     '                                          00008309
      *> ALREADY ON THE PEND QUEUE FROM THE REFER BAND                  00008310
               CONTINUE                                                 00008311
             WHEN 'COUNTER   '                                          00008312
               SUBTRACT 1 FROM WS-COUNTER-COUNT                         00008313
               ADD 1 TO WS-REFER-COUNT                                  00008314
               PERFORM 2140-WRITE-PEND THRU 2140-EXIT                   00008315
             WHEN OTHER                                                 00008316
               SUBTRACT 1 FROM WS-INELIGIBLE-COUNT                      00008317
               ADD 1 TO WS-REFER-COUNT                                  00008318
               PERFORM 2140-WRITE-PEND THRU 2140-EXIT                   00008319
           END-EVALUATE                                                 00008320
           MOVE 'REFER     ' TO AUD-DECISION-TYPE                       00008321
           IF WS-BUREAU-NO-HIT                                          00008322
              MOVE 'PENDED - NO BUREAU FILE FOUND' TO AUD-DECISION-TEXT 00008323
           ELSE                                                         00008324
              MOVE 'PENDED - NO CURRENT BUREAU RESPONSE' TO             00008325
                 AUD-DECISION-TEXT                                      00008326
           END-IF                                                       00008327
           PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT.                 00008328
       2165-EXIT.                                                       00008329
           EXIT.                                                        00008330
                                                                        00008331
                                                                        00008332
      *> ***************************************************************00008333
      *> A REPEATED APPL-ID IN THE SAME BATCH, OR A RE-APPLICATION      00008334
      *> INSIDE THE WINDOW OF A PRIOR DECISION, GOES TO THE EXCEPTION   00008335
      *> FILE (CARRYING THE EARLIER DECISION) AND IS NOT RE-DECIDED -   00008336
      *> SO THE COUNTS STOP INFLATING AND NOBODY GETS TWO               00008337
      *> CONTRADICTORY LETTERS                                          00008338
      *> ***************************************************************00008339
       2020-CHECK-DUPLICATE.                                            00008340
           MOVE 'N' TO WS-DUPE-SW                                       00008341
           MOVE ZEROES TO WS-PEND-FIRST-DATE                            00008345
      *> THE WRITE TO THE SEEN WORK FILE IS ITSELF THE IN-RUN CHECK:    00008350
      *> A DUPLICATE KEY MEANS THIS APPL-ID ALREADY CAME THROUGH        00008360
      *> TONIGHT.  NO TABLE, NO 1000-ROW CEILING, NO DEGRADED MODE      00008370
      *> DECISION REWRITES THE KEYED ENTRY AT 2060                      00008633
               IF HKS-DECISION = 'REFER     '                           00008634
                  ADD 1 TO WS-PENDS-RESUBMITTED                         00008635
                  MOVE HKS-DATE TO WS-PEND-FIRST-DATE                   00008636
                  GO TO 2020-EXIT                                       00008637
               END-IF                                                   00008638
               SET WS-IS-DUPLICATE TO TRUE                              00008639
               ADD 1 TO WS-REAPPLIES-FLAGGED                            00008640
               MOVE WS-APPLICANT-REC TO DUPE-ORIG-APPL                  00008650
               MOVE SPACES TO DUPE-REASON                               00008660
      *> RE-APPLICATION INSIDE THE WINDOW IS CAUGHT NEXT RUN            00008930
      *> ***************************************************************00008940
       2060-APPEND-HISTORY.                                             00008950
           MOVE SPACES TO HIST-OUT-RECORD                               00008955
           MOVE APPL-ID OF WS-APPLICANT-REC TO HSTO-APPL-ID             00008960
           MOVE WS-FINAL-DECISION TO HSTO-DECISION                      00008970
           MOVE WS-CURRENT-DATE TO HSTO-DATE                            00008980
           MOVE APPL-PRODUCT-CD OF WS-APPLICANT-REC TO                  00008982
              HSTO-PRODUCT-CD                                           00008983
           MOVE WS-GRADED-SCORE TO HSTO-SCORE                           00008984
           MOVE APPL-AGE OF WS-APPLICANT-REC TO HSTO-AGE                00008985
           MOVE APPL-COUNTRY OF WS-APPLICANT-REC TO HSTO-COUNTRY        00008986
           MOVE WS-BUREAU-REF TO HSTO-BUREAU-REF                        00008987
           MOVE SPACES TO HSTO-PRIN-RSN                                 00008988
           IF WS-FINAL-DECISION = 'COUNTER   '                          00008989
              MOVE WS-OFFER-PRODUCT-CD TO HSTO-OFFER-PRODUCT            00008990
           END-IF                                                       00008991
           IF WS-FINAL-DECISION NOT = 'ELIGIBLE  '                      00008992
              AND WS-AA-COUNT > 0                                       00008993
              PERFORM 2480-RANK-REASONS THRU 2480-EXIT                  00008994
              MOVE WS-AA-CODE (1) TO HSTO-PRIN-RSN                      00008995
           END-IF                                                       00008996
           IF WS-OVRD-FLIPPED                                           00008997
              MOVE 'Y' TO HSTO-OVERRIDE                                 00008998
           ELSE                                                         00008999
              MOVE 'N' TO HSTO-OVERRIDE                                 00009000
           END-IF                                                       00009001
           IF WS-CHALLENGER-ARM                                         00009002
              MOVE 'X' TO HSTO-ARM                                      00009003
              ADD 1 TO WS-CHAL-DECIDED                                  00009004
              IF WS-FINAL-DECISION = 'ELIGIBLE  '                       00009005
                 ADD 1 TO WS-CHAL-ELIGIBLE                              00009006
              END-IF                                                    00009007
           ELSE                                                         00009008
              MOVE 'C' TO HSTO-ARM                                      00009009
              ADD 1 TO WS-CHAMP-DECIDED                                 00009010
              IF WS-FINAL-DECISION = 'ELIGIBLE  '                       00009011
                 ADD 1 TO WS-CHAMP-ELIGIBLE                             00009012
              END-IF                                                    00009013
           END-IF                                                       00009014
           WRITE HIST-OUT-RECORD                                        00009015
           ADD 1 TO WS-HST-TRL-COUNT                                    00009016
           ADD APPL-ID OF WS-APPLICANT-REC TO WS-HST-TRL-HASH           00009017
           MOVE APPL-ID OF WS-APPLICANT-REC TO HKS-APPL-ID              00009018
           MOVE WS-FINAL-DECISION TO HKS-DECISION                       00009019
           MOVE WS-CURRENT-DATE TO HKS-DATE                             00009020
           WRITE HIST-KSDS-RECORD                                       00009021
      *> A DUPLICATE KEY HERE IS THE SAME APPLICANT DECIDED AGAIN       00009022
      *> INSIDE THE WINDOW (A RESUBMITTED PEND LET THROUGH AT 2020):    00009023
      *> TONIGHT'S DECISION REPLACES THE PRIOR ONE ON THE WORK FILE     00009024
           IF FS-HIST-KSDS-FILE = "22"                                  00009025
              REWRITE HIST-KSDS-RECORD                                  00009026
           END-IF                                                       00009027
           IF FS-HIST-KSDS-FILE NOT = "00"                              00009028
              DISPLAY "WRITE FAILED, HIST-KSDS STATUS: "                00009029
                FS-HIST-KSDS-FILE                                       00009030
           END-IF                                                       00009031
           IF FS-HIST-OUT-FILE NOT = "00"                               00009032
              DISPLAY "WRITE FAILED, HIST-OUT-FILE STATUS: "            00009033
                FS-HIST-OUT-FILE                                        00009034
           END-IF.                                                      00009035
       2060-EXIT.                                                       00009040
           EXIT.                                                        00009050
                                                                        00009060
           EXIT.                                                        00009770
                                                                        00009780
      *> ***************************************************************00009790
      *> LOAD THE CHALLENGER ARM.  THE CHAMPION TABLES JUST LOADED ARE  00009791
      *> SAVED AS SET 1 AND ALSO SEED SET 2, SO A CHALLENGER THAT       00009792
      *> SUPPLIES ONLY A NEW MODEL KEEPS THE CHAMPION RULES AND ONE     00009793
      *> THAT SUPPLIES ONLY NEW RULES KEEPS THE CHAMPION MODEL.  THE    00009794
      *> CHAMPION IS LEFT IN THE WORKING TABLES ON THE WAY OUT          00009795
      *> ***************************************************************00009796
       1800-LOAD-CHALLENGER.                                            00009797
           MOVE WS-RULE-TABLE TO WS-ARM-RULES (1)                       00009798
           MOVE WS-RULE-COUNT TO WS-ARM-RULE-COUNT (1)                  00009799
           MOVE WS-SCORE-TABLE TO WS-ARM-SCORES (1)                     00009800
           MOVE WS-SCORE-COUNT TO WS-ARM-SCORE-COUNT (1)                00009801
           MOVE WS-MODEL-LOADED-SW TO WS-ARM-MODEL-SW (1)               00009802
           MOVE WS-ARM-SET (1) TO WS-ARM-SET (2)                        00009803
           OPEN INPUT CHAL-CTL-FILE                                     00009804
           EVALUATE FS-CHAL-CTL-FILE                                    00009805
             WHEN "00"                                                  00009806
               READ CHAL-CTL-FILE                                       00009807
                 AT END                                                 00009808
                   MOVE ZEROES TO CHAL-CTL-RECORD                       00009809
               END-READ                                                 00009810
               CLOSE CHAL-CTL-FILE                                      00009811
             WHEN "35"                                                  00009812
               GO TO 1800-EXIT                                          00009813
             WHEN OTHER                                                 00009814
               MOVE "OPEN FAILED ON CHAL-CTL-FILE" TO WS-ABEND-MESSAGE  00009815
               GO TO 9999-ABEND                                         00009816
           END-EVALUATE                                                 00009817
           IF CHC-PERCENT NOT NUMERIC                                   00009818
              DISPLAY "CHALLENGER PERCENT NOT NUMERIC, ARM OFF: "       00009819
                CHC-PERCENT                                             00009820
              GO TO 1800-EXIT                                           00009821
           END-IF                                                       00009822
           IF CHC-PERCENT-NUM = 0                                       00009823
              GO TO 1800-EXIT                                           00009824
           END-IF                                                       00009825
           IF CHC-PERCENT-NUM > 100                                     00009826
              MOVE 100 TO WS-CHAL-PCT                                   00009827
           ELSE                                                         00009828
              MOVE CHC-PERCENT-NUM TO WS-CHAL-PCT                       00009829
           END-IF                                                       00009830
                                                                        00009831
           MOVE 'N' TO WS-CHAL-SRC-SW                                   00009832
           OPEN INPUT CHAL-RULE-FILE                                    00009833
           EVALUATE FS-CHAL-RULE-FILE                                   00009834
             WHEN "00"                                                  00009835
               SET WS-CHAL-HAS-SOURCE TO TRUE                           00009836
               MOVE ZEROES TO WS-RULE-COUNT                             00009837
               MOVE 'N' TO WS-CHAL-EOF-SW                               00009838
               PERFORM UNTIL WS-CHAL-EOF                                00009839
                 READ CHAL-RULE-FILE                                    00009840
                   AT END                                               00009841
                     SET WS-CHAL-EOF TO TRUE                            00009842
                   NOT AT END                                           00009843
                     PERFORM 1850-LOAD-ONE-CHAL-RULE THRU 1850-EXIT     00009844
                 END-READ                                               00009845
               END-PERFORM                                              00009846
               CLOSE CHAL-RULE-FILE                                     00009847
               DISPLAY "CHALLENGER RULES LOADED: " WS-RULE-COUNT        00009848
               MOVE WS-RULE-TABLE TO WS-ARM-RULES (2)                   00009849
               MOVE WS-RULE-COUNT TO WS-ARM-RULE-COUNT (2)              00009850
             WHEN "35"                                                  00009851
               DISPLAY "NO CHALLENGER RULES, CHAMPION RULES APPLY"      00009852
             WHEN OTHER                                                 00009853
               MOVE "OPEN FAILED ON CHAL-RULE-FILE" TO                  00009854
                  WS-ABEND-MESSAGE                                      00009855
               GO TO 9999-ABEND                                         00009856
           END-EVALUATE                                                 00009857
                                                                        00009858
           OPEN INPUT CHAL-SCORE-FILE                                   00009859
           EVALUATE FS-CHAL-SCORE-FILE                                  00009860
             WHEN "00"                                                  00009861
               SET WS-CHAL-HAS-SOURCE TO TRUE                           00009862
               MOVE ZEROES TO WS-SCORE-COUNT                            00009863
               MOVE 'Y' TO WS-MODEL-LOADED-SW                           00009864
               MOVE 'N' TO WS-CHAL-EOF-SW                               00009865
               PERFORM UNTIL WS-CHAL-EOF                                00009866
                 READ CHAL-SCORE-FILE                                   00009867
                   AT END                                               00009868
                     SET WS-CHAL-EOF TO TRUE                            00009869
                   NOT AT END                                           00009870
                     IF CSCR-POINTS NUMERIC                             00009871
                        AND WS-SCORE-COUNT < WS-SCORE-MAX               00009872
                        ADD 1 TO WS-SCORE-COUNT                         00009873
                        MOVE CSCR-ATTR-TYPE TO                          00009874
                           TBL-SCOR-ATTR-TYPE (WS-SCORE-COUNT)          00009875
                        MOVE CSCR-KEY TO                                00009876
                           TBL-SCOR-KEY (WS-SCORE-COUNT)                00009877
                        MOVE CSCR-POINTS TO                             00009878
                           TBL-SCOR-POINTS (WS-SCORE-COUNT)             00009879
                     ELSE                                               00009880
                        DISPLAY "BAD OR EXCESS CHALLENGER MODEL "       00009881
                          "RECORD SKIPPED"                              00009882
                     END-IF                                             00009883
                 END-READ                                               00009884
               END-PERFORM                                              00009885
               CLOSE CHAL-SCORE-FILE                                    00009886
               DISPLAY "CHALLENGER MODEL ENTRIES LOADED: "              00009887
                 WS-SCORE-COUNT                                         00009888
               MOVE WS-SCORE-TABLE TO WS-ARM-SCORES (2)                 00009889
               MOVE WS-SCORE-COUNT TO WS-ARM-SCORE-COUNT (2)            00009890
               MOVE WS-MODEL-LOADED-SW TO WS-ARM-MODEL-SW (2)           00009891
             WHEN "35"                                                  00009892
               DISPLAY "NO CHALLENGER MODEL, CHAMPION MODEL APPLIES"    00009893
             WHEN OTHER                                                 00009894
               MOVE "OPEN FAILED ON CHAL-SCORE-FILE" TO                 00009895
                  WS-ABEND-MESSAGE                                      00009896
               GO TO 9999-ABEND                                         00009897
           END-EVALUATE                                                 00009898
                                                                        00009899
      *> A CHALLENGER WITH NEITHER ITS OWN RULES NOR ITS OWN MODEL      00009900
      *> WOULD ONLY BE THE CHAMPION UNDER ANOTHER NAME                  00009901
           IF NOT WS-CHAL-HAS-SOURCE                                    00009902
              DISPLAY "NO CHALLENGER RULES OR MODEL, CHALLENGER ARM OFF"00009903
              MOVE ZEROES TO WS-CHAL-PCT                                00009904
           ELSE                                                         00009905
              DISPLAY "CHALLENGER ARM ON FOR PERCENT: " WS-CHAL-PCT     00009906
           END-IF                                                       00009907
           MOVE WS-ARM-RULES (1) TO WS-RULE-TABLE                       00009908
           MOVE WS-ARM-RULE-COUNT (1) TO WS-RULE-COUNT                  00009909
           MOVE WS-ARM-SCORES (1) TO WS-SCORE-TABLE                     00009910
           MOVE WS-ARM-SCORE-COUNT (1) TO WS-SCORE-COUNT                00009911
           MOVE WS-ARM-MODEL-SW (1) TO WS-MODEL-LOADED-SW.              00009912
       1800-EXIT.                                                       00009913
           EXIT.                                                        00009914
                                                                        00009915
       1850-LOAD-ONE-CHAL-RULE.                                         00009916
           IF CRUL-MIN-AGE NOT NUMERIC                                  00009917
              OR CRUL-EFF-FROM NOT NUMERIC                              00009918
              OR CRUL-EFF-TO NOT NUMERIC                                00009919
              DISPLAY "BAD CHALLENGER RULE SKIPPED, PRODUCT: "          00009920
                CRUL-PRODUCT-CD                                         00009921
              GO TO 1850-EXIT                                           00009922
           END-IF                                                       00009923
           IF WS-RULE-COUNT NOT < WS-RULE-MAX                           00009924
              DISPLAY "CHALLENGER RULE TABLE FULL, PRODUCT: "           00009925
                CRUL-PRODUCT-CD                                         00009926
              GO TO 1850-EXIT                                           00009927
           END-IF                                                       00009928
           ADD 1 TO WS-RULE-COUNT                                       00009929
           MOVE CRUL-PRODUCT-CD TO TBL-RULE-PRODUCT-CD (WS-RULE-COUNT)  00009930
           MOVE CRUL-MIN-AGE TO TBL-RULE-MIN-AGE (WS-RULE-COUNT)        00009931
           MOVE CRUL-COUNTRY TO TBL-RULE-COUNTRY (WS-RULE-COUNT)        00009932
           MOVE CRUL-EFF-FROM TO TBL-RULE-EFF-FROM (WS-RULE-COUNT)      00009933
           MOVE CRUL-EFF-TO TO TBL-RULE-EFF-TO (WS-RULE-COUNT).         00009934
       1850-EXIT.                                                       00009935
           EXIT.                                                        00009936
                                                                        00009937
      *> ***************************************************************00009938
      *> PICK THE APPLICANT'S ARM.  THE APPLICATION ID IS FOLDED        00009939
      *> THROUGH TWO PRIMES SO CONSECUTIVE IDS SCATTER ACROSS THE 100   00009940
      *> BUCKETS; BUCKETS BELOW THE PERCENTAGE GO TO THE CHALLENGER.    00009941
      *> THE WORKING TABLES ARE ONLY SWAPPED WHEN THE ARM CHANGES       00009942
      *> ***************************************************************00009943
       2040-SELECT-ARM.                                                 00009944
           MOVE 1 TO WS-WANT-ARM                                        00009945
           IF WS-CHAL-PCT > 0                                           00009946
              DIVIDE APPL-ID OF WS-APPLICANT-REC BY 9973                00009947
                 GIVING WS-ARM-QUOT REMAINDER WS-ARM-REM                00009948
              COMPUTE WS-ARM-HASH = WS-ARM-REM * 7919 + WS-ARM-QUOT     00009949
              DIVIDE WS-ARM-HASH BY 100                                 00009950
                 GIVING WS-ARM-QUOT REMAINDER WS-ARM-BUCKET             00009951
              IF WS-ARM-BUCKET < WS-CHAL-PCT                            00009952
                 MOVE 2 TO WS-WANT-ARM                                  00009953
              END-IF                                                    00009954
           END-IF                                                       00009955
           IF WS-WANT-ARM NOT = WS-ARM                                  00009956
              MOVE WS-WANT-ARM TO WS-ARM                                00009957
              MOVE WS-ARM-RULES (WS-ARM) TO WS-RULE-TABLE               00009958
              MOVE WS-ARM-RULE-COUNT (WS-ARM) TO WS-RULE-COUNT          00009959
              MOVE WS-ARM-SCORES (WS-ARM) TO WS-SCORE-TABLE             00009960
              MOVE WS-ARM-SCORE-COUNT (WS-ARM) TO WS-SCORE-COUNT        00009961
              MOVE WS-ARM-MODEL-SW (WS-ARM) TO WS-MODEL-LOADED-SW       00009962
           END-IF                                                       00009963
           IF WS-CHALLENGER-ARM                                         00009964
              MOVE 'CHALLENGER' TO AUD-DECISION-TYPE                    00009965
              MOVE 'DECIDED ON CHALLENGER RULES AND MODEL' TO           00009966
                 AUD-DECISION-TEXT                                      00009967
              PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT               00009968
           END-IF.                                                      00009969
       2040-EXIT.                                                       00009970
           EXIT.                                                        00009971
                                                                        00009972
      *> ***************************************************************00009973
      *> PROCESS ONE APPLICANT: ELIGIBILITY, GRADE, AGE BAND, AUDIT LOG 00009974
      *> ***************************************************************00009975
       2000-PROCESS-FILE.                                               00009976
           ADD 1 TO WS-APPLICANTS-READ                                  00009977
           PERFORM 2020-CHECK-DUPLICATE THRU 2020-EXIT                  00009978
           IF WS-IS-DUPLICATE                                           00009979
              PERFORM 2900-READ-APPLICANT THRU 2900-EXIT                00009980
              GO TO 2000-EXIT                                           00009981
           END-IF                                                       00009982
      *> THE SCORE IS COMPUTED AHEAD OF THE DECISION SO THE REFER       00009983
      *> MARGIN CAN SEE IT, AND THE HISTORY APPEND FOLLOWS THE          00009984
      *> GRADE SO THE RECORDED SCORE IS THE ONE THE GRADE CAME FROM     00009985
           PERFORM 2040-SELECT-ARM THRU 2040-EXIT                       00009986
           PERFORM 2045-GET-BUREAU THRU 2045-EXIT                       00009987
           PERFORM 2050-COMPUTE-SCORE THRU 2050-EXIT                    00009988
           PERFORM 2100-CHECK-ELIGIBILITY THRU 2100-EXIT                00009989
           PERFORM 2200-ASSIGN-GRADE THRU 2200-EXIT                     00009990
           PERFORM 2060-APPEND-HISTORY THRU 2060-EXIT                   00009991
           PERFORM 2300-TALLY-AGE-BAND THRU 2300-EXIT                   00009992
           PERFORM 2900-READ-APPLICANT THRU 2900-EXIT.                  00009993
       2000-EXIT.                                                       00009994
           EXIT.                                                        00009995
                                                                        00009996
      *> ***************************************************************00009997
      *> LOOK UP THE APPLICANT'S PRODUCT IN THE ELIGIBILITY RULES TABLE 00009998
      *> AND DECIDE PASS/FAIL AGAINST MINIMUM AGE AND ALLOWED COUNTRY   00010000
      *> ***************************************************************00010010
       2100-CHECK-ELIGIBILITY.                                          00010020
                    INTO AUD-DECISION-TEXT                              00010540
              END-IF                                                    00010550
           END-IF                                                       00010560
           MOVE SPACES TO WS-OFFER-PRODUCT-CD                           00010561
           IF NOT WS-ELIGIBLE                                           00010562
              PERFORM 2130-CHECK-REFER THRU 2130-EXIT                   00010563
           END-IF                                                       00010564
           IF AUD-DECISION-TYPE = 'INELIGIBLE'                          00010565
              PERFORM 2135-CHECK-COUNTEROFFER THRU 2135-EXIT            00010566
           END-IF                                                       00010567
           PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT                  00010570
           PERFORM 2150-APPLY-OVERRIDE THRU 2150-EXIT                   00010580
           PERFORM 2165-APPLY-BUREAU-HOLD THRU 2165-EXIT                00010581
           PERFORM 2160-APPLY-SANCTION-HOLD THRU 2160-EXIT              00010582
           MOVE AUD-DECISION-TYPE TO WS-FINAL-DECISION                  00010585
           PERFORM 2500-WRITE-LETTER THRU 2500-EXIT                     00010590
           PERFORM 2600-WRITE-NEW-ACCOUNT THRU 2600-EXIT.               00010595
       2100-EXIT.                                                       00010600
           EXIT.                                                        00010610
                                                                        00010620
           MOVE APPL-PRODUCT-CD OF WS-APPLICANT-REC TO LTR-PRODUCT-CD   00011280
           MOVE AUD-DECISION-TYPE TO LTR-DECISION                       00011290
           MOVE AUD-DECISION-TEXT TO LTR-REASON                         00011300
           IF AUD-DECISION-TYPE = 'COUNTER   '                          00011301
              MOVE WS-OFFER-PRODUCT-CD TO LTR-OFFER-PRODUCT-CD          00011302
           END-IF                                                       00011303
      *> AN INELIGIBLE LETTER CARRIES ITS RANKED REASON CODES, AND      00011304
      *> THE SAME CODES GO TO THE CONDAUD TRAIL SO THE LETTER           00011305
      *> PROVABLY MATCHES WHAT THE ENGINE DID.  A COUNTEROFFER IS       00011306
      *> STILL AN ADVERSE ACTION ON THE PRODUCT APPLIED FOR             00011307
           IF (AUD-DECISION-TYPE = 'INELIGIBLE'                         00011308
               OR AUD-DECISION-TYPE = 'COUNTER   ')                     00011309
              AND WS-AA-COUNT > 0                                       00011310
              PERFORM 2480-RANK-REASONS THRU 2480-EXIT                  00011311
              MOVE WS-AA-LIST TO LTR-REASON-CODES                       00011312
              MOVE 'AA REASONS' TO AUD-DECISION-TYPE                    00011313
              MOVE SPACES TO AUD-DECISION-TEXT                          00011314
              STRING 'REASON CODES ' WS-AA-LIST                         00011315
                 DELIMITED BY SIZE INTO AUD-DECISION-TEXT               00011316
              PERFORM 2400-WRITE-AUDIT-REC THRU 2400-EXIT               00011317
              MOVE LTR-DECISION TO AUD-DECISION-TYPE                    00011318
              MOVE LTR-REASON TO AUD-DECISION-TEXT                      00011319
           END-IF                                                       00011320
      *> A SUPPRESSED CUSTOMER'S LETTER NEVER REACHES FULFILLMENT;      00011321
      *> THE REVIEW FILE GETS THE COPY AND A HUMAN DECIDES              00011322
           MOVE 'N' TO WS-SUPP-FOUND-SW                                 00011323
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1                      00011324
                    UNTIL WS-SUPP-SUB > WS-SUPP-COUNT                   00011325
                    OR WS-SUPP-FOUND                                    00011326
             IF TBL-SUPP-ID (WS-SUPP-SUB) =                             00011327
                   APPL-ID OF WS-APPLICANT-REC                          00011328
                SET WS-SUPP-FOUND TO TRUE                               00011329
             END-IF                                                     00011330
           END-PERFORM                                                  00011331
           IF WS-SUPP-FOUND                                             00011332
              WRITE LETTER-REVW-RECORD FROM LETTER-RECORD               00011333
              ADD 1 TO WS-LETTERS-SUPPRESSED                            00011334
              GO TO 2500-EXIT                                           00011335
           END-IF                                                       00011336
           WRITE LETTER-RECORD                                          00011337
           IF FS-LETTER-FILE NOT = "00"                                 00011338
              DISPLAY "WRITE FAILED, LETTER-FILE STATUS: "              00011339
                FS-LETTER-FILE                                          00011340
           ELSE                                                         00011350
              ADD 1 TO WS-LETTERS-WRITTEN                               00011360
              PERFORM 2550-WRITE-CONTACT THRU 2550-EXIT                 00011363
           END-IF.                                                      00011370
       2500-EXIT.                                                       00011380
           EXIT.                                                        00011381
                                                                        00011382
       2550-WRITE-CONTACT.                                              00011383
           MOVE APPL-ID OF WS-APPLICANT-REC TO CNT-CUST-ID              00011384
           MOVE 'DECISION LTR' TO CNT-CONTACT-TYPE                      00011385
           MOVE 'CONDLTR' TO CNT-FEED-ID                                00011386
           MOVE ZEROES TO CNT-MAILED-DATE                               00011387
           MOVE SPACES TO CNT-REFERENCE                                 00011395
           STRING 'APPL ' APPL-ID OF WS-APPLICANT-REC                   00011396
              ' ' APPL-PRODUCT-CD OF WS-APPLICANT-REC                   00011397
       2550-EXIT.                                                       00011405
           EXIT.                                                        00011406
                                                                        00011407
      *> ***************************************************************00011408
      *> A FINAL APPROVAL - THE ENGINE'S OR THE DESK'S - GOES TO THE    00011409
      *> NEW-ACCOUNT FEED.  A REFER IS STILL WAITING ON THE DESK, A     00011410
      *> COUNTEROFFER IS WAITING ON THE APPLICANT TO ACCEPT IT, AND     00011411
      *> A DECLINE NEVER OPENS ANYTHING                                 00011412
      *> ***************************************************************00011413
       2600-WRITE-NEW-ACCOUNT.                                          00011414
           IF WS-FINAL-DECISION NOT = 'ELIGIBLE  '                      00011415
              GO TO 2600-EXIT                                           00011416
           END-IF                                                       00011417
           MOVE SPACES TO NEW-ACCT-RECORD                               00011418
           MOVE APPL-ID OF WS-APPLICANT-REC TO NAC-APPL-ID              00011419
           MOVE APPL-NAME OF WS-APPLICANT-REC TO NAC-APPL-NAME          00011420
           MOVE APPL-AGE OF WS-APPLICANT-REC TO NAC-APPL-AGE            00011421
           MOVE APPL-COUNTRY OF WS-APPLICANT-REC TO NAC-APPL-COUNTRY    00011422
           MOVE APPL-PRODUCT-CD OF WS-APPLICANT-REC TO NAC-PRODUCT-CD   00011423
           MOVE WS-GRADED-SCORE TO NAC-SCORE                            00011424
           MOVE WS-CURRENT-DATE TO NAC-DECISION-DATE                    00011425
           IF WS-OVRD-FLIPPED                                           00011426
              MOVE 'Y' TO NAC-OVERRIDE                                  00011427
           ELSE                                                         00011428
              MOVE 'N' TO NAC-OVERRIDE                                  00011429
           END-IF                                                       00011430
           WRITE NEW-ACCT-RECORD                                        00011431
           IF FS-NEWACCT-FILE NOT = "00"                                00011432
              DISPLAY "WRITE FAILED, NEWACCT-FILE STATUS: "             00011433
                FS-NEWACCT-FILE                                         00011434
           ELSE                                                         00011435
              ADD 1 TO WS-NEWACCTS-WRITTEN                              00011436
              ADD 1 TO WS-NAC-TRL-COUNT                                 00011437
              ADD APPL-ID OF WS-APPLICANT-REC TO WS-NAC-TRL-HASH        00011438
           END-IF.                                                      00011439
       2600-EXIT.                                                       00011440
           EXIT.                                                        00011441
                                                                        00011442
       2400-WRITE-AUDIT-REC.                                            00011443
           MOVE WS-CURRENT-DATE TO AUD-DATE                             00011444
           MOVE WS-CURRENT-TIME TO AUD-TIME                             00011445
           MOVE APPL-ID OF WS-APPLICANT-REC TO AUD-APPL-ID              00011446
           WRITE CONDI-AUDIT-REC                                        00011450
           IF FS-AUDIT-FILE NOT = "00"                                  00011460
              DISPLAY "WRITE FAILED, CONDI-AUDIT-FILE STATUS: "         00011470
           CLOSE APPLICANT-FILE                                         00011810
           CLOSE CONDI-AUDIT-FILE                                       00011820
           CLOSE CONDI-SUM-FILE                                         00011830
      *> EACH TRAILED FEED CLOSES WITH ITS STANDARD TRAILER             00011831
           MOVE 'TRL' TO FTR-TAG                                        00011832
           MOVE WS-LTR-TRL-COUNT TO FTR-REC-COUNT                       00011833
           MOVE WS-LTR-TRL-HASH TO FTR-AMOUNT-HASH                      00011834
           MOVE WS-CURRENT-DATE TO FTR-CREATE-DATE                      00011835
           MOVE WS-CURRENT-TIME TO FTR-CREATE-TIME                      00011836
           MOVE SPACES TO LETTER-RECORD                                 00011837
           MOVE WS-FEED-TRAILER TO LETTER-RECORD (1:43)                 00011838
           WRITE LETTER-RECORD                                          00011839
           CLOSE LETTER-FILE                                            00011840
      *> THE LETTER FEED GOES ON THE PRINT-SHOP HAND-OFF REGISTER FOR   00011841
      *> THE MANIFEST RECONCILIATION                                    00011842
           MOVE 'CONDLTR' TO PHD-FEED-ID                                00011843
           MOVE WS-CURRENT-DATE TO PHD-RUN-DATE                         00011844
           MOVE 'CONDI' TO PHD-PROGRAM-ID                               00011845
           MOVE WS-LTR-TRL-COUNT TO PHD-PIECES                          00011846
           PERFORM 8750-WRITE-PRINT-HANDOFF THRU 8750-EXIT              00011847
           CLOSE DUPE-EXCP-FILE                                         00011850
           MOVE 'TRL' TO FTR-TAG                                        00011852
           MOVE WS-HST-TRL-COUNT TO FTR-REC-COUNT                       00011853
           CLOSE HIST-OUT-FILE                                          00011860
           CLOSE HIST-KSDS-FILE                                         00011861
           CLOSE SEEN-FILE                                              00011862
           IF WS-BUREAU-IN-USE                                          00011863
              CLOSE BUREAU-FILE                                         00011864
           END-IF                                                       00011865
           MOVE 'TRL' TO FTR-TAG                                        00011866
           MOVE WS-NAC-TRL-COUNT TO FTR-REC-COUNT                       00011867
           MOVE WS-NAC-TRL-HASH TO FTR-AMOUNT-HASH                      00011868
           MOVE WS-CURRENT-DATE TO FTR-CREATE-DATE                      00011869
           MOVE WS-CURRENT-TIME TO FTR-CREATE-TIME                      00011870
           MOVE SPACES TO NEW-ACCT-RECORD                               00011871
           MOVE WS-FEED-TRAILER TO NEW-ACCT-RECORD (1:43)               00011872
           WRITE NEW-ACCT-RECORD                                        00011873
           CLOSE NEWACCT-FILE                                           00011874
           CLOSE PEND-FILE                                              00011875
           CLOSE LETTER-REVW-FILE                                       00011876
           CLOSE CONTACT-HIST-FILE                                      00011877
           CLOSE AUDIT-LOG-FILE.                                        00011878
       9000-EXIT.                                                       00011880
           EXIT.                                                        00011890
                                                                        00011900
           DISPLAY "ELIGIBLE:           " WS-ELIGIBLE-COUNT             00011930
           DISPLAY "INELIGIBLE:         " WS-INELIGIBLE-COUNT           00011940
           DISPLAY "REFERRED:           " WS-REFER-COUNT                00011942
           DISPLAY "COUNTEROFFERS:      " WS-COUNTER-COUNT              00011946
           DISPLAY "LETTERS WRITTEN:    " WS-LETTERS-WRITTEN            00011950
           DISPLAY "LETTERS SUPPRESSED: " WS-LETTERS-SUPPRESSED         00011952
           DISPLAY "NEW ACCOUNTS FED:   " WS-NEWACCTS-WRITTEN           00011956
           DISPLAY "DUPLICATES IN RUN:  " WS-DUPES-IN-RUN               00011960
           DISPLAY "REAPPLIES FLAGGED:  " WS-REAPPLIES-FLAGGED          00011970
           DISPLAY "PENDS RESUBMITTED:  " WS-PENDS-RESUBMITTED          00011971
           DISPLAY "OVERRIDES APPLIED:  " WS-OVERRIDES-APPLIED          00011980
           DISPLAY "SANCTIONS HELD:     " WS-SANC-HELD-COUNT            00011985
           IF WS-BUREAU-IN-USE                                          00011986
              DISPLAY "BUREAU HITS:        " WS-BUREAU-HITS             00011987
              DISPLAY "BUREAU NO-HIT HELD: " WS-BUREAU-NOHIT-HELD       00011988
              DISPLAY "BUREAU LATE HELD:   " WS-BUREAU-LATE-HELD        00011989
           END-IF                                                       00011990
           IF WS-CHAL-PCT > 0                                           00011991
              DISPLAY "CHALLENGER PERCENT: " WS-CHAL-PCT                00011992
              DISPLAY "CHAMPION DECIDED:   " WS-CHAMP-DECIDED           00011993
              DISPLAY "CHAMPION ELIGIBLE:  " WS-CHAMP-ELIGIBLE          00011994
              DISPLAY "CHALLENGER DECIDED: " WS-CHAL-DECIDED            00011995
              DISPLAY "CHALLENGER ELIGIBLE:" WS-CHAL-ELIGIBLE           00011996
           END-IF                                                       00011997
           DISPLAY "AGE BAND UNDER 18:  " WS-BAND-UNDER-18              00011998
           DISPLAY "AGE BAND 18-25:     " WS-BAND-18-25                 00012000
           DISPLAY "AGE BAND 26-40:     " WS-BAND-26-40                 00012010
           DISPLAY "AGE BAND 41-65:     " WS-BAND-41-65                 00012020
              ' REFERRED: ' WS-REFER-COUNT                              00012215
              DELIMITED BY SIZE INTO CONDI-SUM-REC                      00012220
           WRITE CONDI-SUM-REC                                          00012230
                                                                        00012231
           MOVE SPACES TO CONDI-SUM-REC                                 00012232
           STRING 'COUNTEROFFERS: ' WS-COUNTER-COUNT                    00012233
              DELIMITED BY SIZE INTO CONDI-SUM-REC                      00012234
           WRITE CONDI-SUM-REC                                          00012235
                                                                        00012240
           MOVE SPACES TO CONDI-SUM-REC                                 00012250
           STRING 'AGE BANDS  <18: ' WS-BAND-UNDER-18                   00012260
           COPY PARMPAR.                                                00012430
                                                                        00012440
       COPY RUNSPAR.                                                    00012450
       COPY PRTHPAR.                                                    00012455
       COPY PROCDPAR.                                                   00012460
       COPY ABENDPAR.                                                   00012470
                                                                        00012480
