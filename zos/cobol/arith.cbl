           ASSIGN TO POSTHIST                                           00000613
           ORGANIZATION IS SEQUENTIAL                                   00000614
           FILE STATUS IS FS-POST-HIST-FILE.                            00000615
           SELECT PYMT-SUSP-FILE                                        00000616
           ASSIGN TO PYMTSUSP                                           00000617
           ORGANIZATION IS SEQUENTIAL                                   00000618
           FILE STATUS IS FS-PYMT-SUSP-FILE.                            00000619
           SELECT PAYQUOTE-FILE                                         00000620
           ASSIGN TO PAYQUOTE                                           00000621
           ORGANIZATION IS SEQUENTIAL                                   00000622
           FILE STATUS IS FS-PAYQUOTE-FILE.                             00000623
           SELECT PERIOD-FILE                                           00000624
           ASSIGN TO PERIODS                                            00000625
           ORGANIZATION IS SEQUENTIAL                                   00000626
           FILE STATUS IS FS-PERIOD-FILE.                               00000627
           SELECT BVAL-EXC-FILE                                         00000628
           ASSIGN TO BVALEXC                                            00000629
           ORGANIZATION IS SEQUENTIAL                                   00000630
           FILE STATUS IS FS-BVAL-EXC-FILE.                             00000631
           SELECT ARTH-CKPT-FILE                                        00000632
           ASSIGN TO ARTHCKPT                                           00000633
           ORGANIZATION IS SEQUENTIAL                                   00000634
           FILE STATUS IS FS-ARTH-CKPT-FILE.                            00000635
                                                                        00000636
       DATA DIVISION.                                                   00000637
       FILE SECTION.                                                    00000638
       FD ARITH-TRAN-FILE.                                              00000639
       COPY TRANREC.                                                    00000640
                                                                        00000650
       FD GL-REPORT-FILE.                                               00000660
       FD POST-HIST-FILE.                                               00001154
       COPY POSTHIST.                                                   00001155
                                                                        00001156
      *> ***************************************************************00001157
      *> PAYMENTS AND FEES THAT CANNOT BE APPLIED - NO SUCH CONTRACT,   00001158
      *> A CONTRACT NO LONGER OPEN, THE WRONG ACCOUNT - AND THE EXCESS  00001159
      *> OF AN OVERPAYMENT, FOR THE LOAN DESK TO RESOLVE:               00001160
      *>   P001 CONTRACT NOT ON FILE                                    00001161
      *>   P002 CONTRACT NOT OPEN                                       00001162
      *>   P003 ACCOUNT DOES NOT MATCH THE CONTRACT                     00001163
      *>   P004 CONTRACT COULD NOT BE UPDATED                           00001164
      *>   P005 OVERPAYMENT - EXCESS HELD IN SUSPENSE                   00001165
      *> ***************************************************************00001166
       FD PYMT-SUSP-FILE.                                               00001167
       01 PYMT-SUSP-RECORD.                                             00001168
           05 PSU-ORIG-TRAN         PIC X(44).                          00001169
           05 PSU-SUSP-AMOUNT       PIC 9(09)V99.                       00001170
           05 PSU-REASON-CD         PIC X(04).                          00001171
           05 PSU-REASON-TXT        PIC X(40).                          00001172
           05 FILLER                PIC X(01).                          00001173
                                                                        00001174
      *> ***************************************************************00001175
      *> PAYOFF QUOTES ISSUED ON THE PAYQUOT SCREEN, APPENDED NIGHTLY   00001176
      *> BY PAYQMRG.  READ-ONLY HERE                                    00001177
      *> ***************************************************************00001178
       FD PAYQUOTE-FILE.                                                00001179
       COPY PAYQREC.                                                    00001180
                                                                        00001181
      *> ***************************************************************00001182
      *> FISCAL PERIOD CONTROL, READ-ONLY HERE: A BACK-VALUE            00001183
      *> ADJUSTMENT ONLY EVER POSTS FOR A MONTH STILL OPEN              00001184
      *> ***************************************************************00001185
       FD PERIOD-FILE.                                                  00001186
       COPY PERIODS.                                                    00001187
                                                                        00001188
      *> ***************************************************************00001189
      *> BACK-VALUE EXCEPTION REPORT - THE PART OF A BACK-VALUE         00001190
      *> ADJUSTMENT THAT COULD NOT POST, MONTH BY MONTH, FOR THE        00001191
      *> LEDGER DESK TO BOOK IN THE CURRENT PERIOD BY HAND              00001192
      *> ***************************************************************00001193
       FD BVAL-EXC-FILE.                                                00001194
       01 BVAL-EXC-LINE                PIC X(133).                      00001195
                                                                        00001196
      *> ***************************************************************00001197
      *> CHECKPOINT LOG.  AT EVERY COMMIT THE RUN'S POSITION AND ITS    00001198
      *> RUNNING TOTALS ARE APPENDED HERE, SO A RUN THAT DIES PARTWAY   00001199
      *> RESUMES FROM ITS LAST COMMIT.  LAYOUT IS WS-CKPT-REC           00001200
      *> ***************************************************************00001201
       FD ARTH-CKPT-FILE.                                               00001202
       01 ARTH-CKPT-RECORD             PIC X(200).                      00001203
                                                                        00001204
       FD PROC-DATE-FILE.                                               00001205
       COPY PROCDREC.                                                   00001206
                                                                        00001207
       WORKING-STORAGE SECTION.                                         00001208
       01 FS-TRAN-FILE                 PIC XX.                          00001209
       01 FS-GL-FILE                   PIC XX.                          00001210
       01 FS-AUDIT-LOG-FILE            PIC XX.                          00001211
       01 FS-PARM-FILE             PIC XX.                              00001212
       01 FS-AMRT-FILE                 PIC XX.                          00001213
       01 FS-GL-COA-FILE               PIC XX.                          00001220
       01 FS-GL-JRNL-FILE              PIC XX.                          00001230
                                                                        00001240
      *> LEDGER DESK SEES THE UNMAPPED TYPE INSTEAD OF LOSING IT        00001580
      *> ***************************************************************00001590
       01 WS-COA-TABLE.                                                 00001600
           05 WS-COA-ENTRY OCCURS 100 TIMES.                            00001610
               10 TBL-COA-TRAN-TYPE     PIC X(04).                      00001620
               10 TBL-COA-DR-ACCOUNT    PIC 9(08).                      00001630
               10 TBL-COA-CR-ACCOUNT    PIC 9(08).                      00001640
       01 WS-COA-COUNT                 PIC 9(03) VALUE ZEROES.          00001650
       01 WS-COA-MAX                   PIC 9(03) VALUE 100.             00001660
       01 WS-COA-SUB                   PIC 9(03) VALUE ZEROES.          00001670
       01 WS-COA-EOF-SW                PIC X(01) VALUE 'N'.             00001680
           88 WS-COA-EOF                VALUE 'Y'.                      00001690
       01 WS-COA-FOUND-SW              PIC X(01) VALUE 'N'.             00001700
       01 WS-JRNL-AMOUNT-CENTS         PIC 9(13) VALUE ZEROES.          00001770
       01 WS-TRANS-READ                PIC 9(07) VALUE ZEROES.          00001780
       01 WS-TRANS-REJECTED            PIC 9(07) VALUE ZEROES.          00001790
       01 WS-TRANS-DUPLICATE           PIC 9(07) VALUE ZEROES.          00001795
       01 WS-RATE-ALERT-THRESHOLD      PIC S9V9999 COMP-3               00001800
                                       VALUE .1000.                     00001810
       01 WS-PARM-DEFAULTED-SW         PIC X(01) VALUE 'N'.             00001820
                                        VALUE ZEROES.                   00001872
       01 WS-WHLD-TOTAL-CENTS          PIC 9(15) VALUE ZEROES.          00001873
       01 FS-POST-HIST-FILE            PIC XX.                          00001874
       01 FS-PYMT-SUSP-FILE            PIC XX.                          00001875
      *> ***************************************************************00001876
      *> PAYMENT APPLICATION WORK AREAS.  A PAYMENT IS SLICED FEES,     00001877
      *> THEN ACCRUED INTEREST, THEN PRINCIPAL; EACH SLICE POSTS ITS    00001878
      *> OWN BALANCED PAIR (COA 'PYFE', 'PYIN', 'PYPR') AND ITS OWN     00001879
      *> POSTING-HISTORY ENTRY                                          00001880
      *> ***************************************************************00001881
       01 WS-PYMT-REMAINING            PIC S9(09)V99 COMP-3             00001882
                                        VALUE ZEROES.                   00001883
       01 WS-PYMT-FEES                 PIC S9(09)V99 COMP-3             00001884
                                        VALUE ZEROES.                   00001885
       01 WS-PYMT-INT                  PIC S9(09)V99 COMP-3             00001886
                                        VALUE ZEROES.                   00001887
       01 WS-PYMT-PRIN                 PIC S9(09)V99 COMP-3             00001888
                                        VALUE ZEROES.                   00001889
       01 WS-PYMT-PART-AMT             PIC S9(09)V99 COMP-3             00001890
                                        VALUE ZEROES.                   00001891
       01 WS-PYMT-COA-TYPE             PIC X(04) VALUE SPACES.          00001892
       01 WS-CON-FEES-DUE              PIC S9(07)V99 COMP-3             00001893
                                        VALUE ZEROES.                   00001894
       01 WS-SUSP-AMOUNT               PIC S9(09)V99 COMP-3             00001895
                                        VALUE ZEROES.                   00001896
       01 WS-SUSP-REASON-CD            PIC X(04) VALUE SPACES.          00001897
       01 WS-SUSP-REASON-TXT           PIC X(40) VALUE SPACES.          00001898
       01 WS-PYMTS-APPLIED             PIC 9(07) VALUE ZEROES.          00001899
       01 WS-PYMTS-SUSPENDED           PIC 9(07) VALUE ZEROES.          00001900
       01 WS-FEES-ASSESSED             PIC 9(07) VALUE ZEROES.          00001901
       01 WS-CONTRACTS-PAID-OFF        PIC 9(07) VALUE ZEROES.          00001902
       01 WS-TOTAL-PYMT-APPLIED        PIC S9(11)V99 COMP-3             00001903
                                        VALUE ZEROES.                   00001904
       01 WS-TOTAL-PYMT-SUSPENSE       PIC S9(11)V99 COMP-3             00001905
                                        VALUE ZEROES.                   00001906
      *> ***************************************************************00001907
      *> PAYOFF QUOTE TABLE.  ONE ENTRY PER CONTRACT - A LATER QUOTE    00001908
      *> REPLACES AN EARLIER ONE, AS THE CUSTOMER WAS LAST TOLD.  A     00001909
      *> PAYMENT RECEIVED BY THE GOOD-THROUGH DATE FOR AT LEAST THE     00001910
      *> QUOTED AMOUNT IS HELD TO THE QUOTE: THE INTEREST QUOTED TO     00001911
      *> THE PAYOFF DATE IS ACCRUED BEFORE THE PAYMENT IS SLICED, SO    00001912
      *> THE CONTRACT CLEARS TO NOTHING AS PROMISED                     00001913
      *> ***************************************************************00001914
       01 FS-PAYQUOTE-FILE             PIC XX.                          00001915
       01 WS-PQT-EOF-SW                PIC X(01) VALUE 'N'.             00001916
           88 WS-PQT-EOF                VALUE 'Y'.                      00001917
       01 WS-PQT-FOUND-SW              PIC X(01) VALUE 'N'.             00001918
           88 WS-PQT-FOUND              VALUE 'Y'.                      00001919
       01 WS-PQT-TABLE.                                                 00001920
           05 WS-PQT-ENTRY OCCURS 500 TIMES.                            00001921
               10 TBL-PQT-CON-TRAN-ID   PIC 9(09).                      00001922
               10 TBL-PQT-ISSUE-DATE    PIC 9(08).                      00001923
               10 TBL-PQT-GOOD-THRU     PIC 9(08).                      00001924
               10 TBL-PQT-PRINCIPAL     PIC 9(09)V99.                   00001925
               10 TBL-PQT-ACCRUED       PIC 9(09)V99.                   00001926
               10 TBL-PQT-INT-TO-DATE   PIC 9(09)V99.                   00001927
               10 TBL-PQT-PAYOFF-AMT    PIC 9(09)V99.                   00001928
               10 TBL-PQT-USED-SW       PIC X(01).                      00001929
                   88 TBL-PQT-USED       VALUE 'Y'.                     00001930
       01 WS-PQT-COUNT                 PIC 9(03) VALUE ZEROES.          00001931
       01 WS-PQT-MAX                   PIC 9(03) VALUE 500.             00001932
       01 WS-PQT-SUB                   PIC 9(03) VALUE ZEROES.          00001933
       01 WS-PQT-PYMT-DATE             PIC 9(08) VALUE ZEROES.          00001934
       01 WS-PQT-TOPUP                 PIC S9(09)V99 COMP-3             00001935
                                        VALUE ZEROES.                   00001936
       01 WS-QUOTES-MATCHED            PIC 9(07) VALUE ZEROES.          00001937
      *> ***************************************************************00001938
      *> BACK-VALUE WORK AREAS.  AN INTR OR PYMT EFFECTIVE-DATED IN A   00001939
      *> MONTH BEFORE THE PROCESSING DATE'S HAS MISSED, OR BEEN         00001940
      *> WRONGLY CAUGHT BY, EVERY MONTH-END ACCRUAL ACCRMNTH HAS RUN    00001941
      *> SINCE.  THOSE MONTHS ARE RE-ACCRUED HERE ONE AT A TIME ON THE  00001942
      *> CONTRACT'S METHOD.  A MONTH PERCTL STILL HAS OPEN GOES INTO    00001943
      *> THE ADJUSTMENT POSTED TONIGHT; A CLOSED ONE GOES TO THE        00001944
      *> EXCEPTION REPORT INSTEAD                                       00001945
      *> ***************************************************************00001946
       01 FS-PERIOD-FILE               PIC XX.                          00001947
       01 FS-BVAL-EXC-FILE             PIC XX.                          00001948
       01 WS-PER-EOF-SW                PIC X(01) VALUE 'N'.             00001949
           88 WS-PER-EOF                VALUE 'Y'.                      00001950
       01 WS-CLOSED-TABLE.                                              00001951
           05 WS-CLOSED-YYYYMM OCCURS 100 TIMES PIC 9(06).              00001952
       01 WS-CLOSED-COUNT              PIC 9(03) VALUE ZEROES.          00001953
       01 WS-CLOSED-MAX                PIC 9(03) VALUE 100.             00001954
       01 WS-CLOSED-SUB                PIC 9(03) VALUE ZEROES.          00001955
       01 WS-BV-CLOSED-SW              PIC X(01) VALUE 'N'.             00001956
           88 WS-BV-MONTH-CLOSED        VALUE 'Y'.                      00001957
       01 WS-BV-YYYYMM                 PIC 9(06) VALUE ZEROES.          00001958
       01 WS-BV-YYYYMM-R REDEFINES WS-BV-YYYYMM.                        00001959
           05 WS-BV-YYYY               PIC 9(04).                       00001960
           05 WS-BV-MM                 PIC 9(02).                       00001961
       01 WS-BV-END-YYYYMM             PIC 9(06) VALUE ZEROES.          00001962
       01 WS-BV-START-DATE             PIC 9(08) VALUE ZEROES.          00001963
       01 WS-BV-PERIODS                PIC 9(03) VALUE ZEROES.          00001964
       01 WS-BV-MAX-PERIODS            PIC 9(03) VALUE ZEROES.          00001965
       01 WS-BV-METHOD                 PIC X(01) VALUE SPACE.           00001966
       01 WS-BV-RATE                   PIC S9V9999 COMP-3               00001967
                                        VALUE ZEROES.                   00001968
       01 WS-BV-PRINCIPAL              PIC S9(09)V99 COMP-3             00001969
                                        VALUE ZEROES.                   00001970
       01 WS-BV-BASE                   PIC S9(09)V99 COMP-3             00001971
                                        VALUE ZEROES.                   00001972
       01 WS-BV-MONTH-AMT              PIC S9(09)V99 COMP-3             00001973
                                        VALUE ZEROES.                   00001974
       01 WS-BV-OPEN-AMT               PIC S9(09)V99 COMP-3             00001975
                                        VALUE ZEROES.                   00001976
       01 WS-BV-CLOSED-AMT             PIC S9(09)V99 COMP-3             00001977
                                        VALUE ZEROES.                   00001978
       01 WS-BV-EXC-AMT                PIC S9(09)V99 COMP-3             00001979
                                        VALUE ZEROES.                   00001980
       01 WS-BV-EXC-TEXT               PIC X(40) VALUE SPACES.          00001981
       01 WS-BV-ADJUSTED               PIC 9(07) VALUE ZEROES.          00001982
       01 WS-BV-EXCEPTIONS             PIC 9(07) VALUE ZEROES.          00001983
       01 WS-TOTAL-BV-ACCRUED          PIC S9(11)V99 COMP-3             00001984
                                        VALUE ZEROES.                   00001985
       01 WS-TOTAL-BV-REVERSED         PIC S9(11)V99 COMP-3             00001986
                                        VALUE ZEROES.                   00001987
      *> ***************************************************************00001988
      *> CHECKPOINT/RESTART.  EVERY WS-CKPT-INTERVAL TRANSACTIONS THE   00001989
      *> NIGHT'S OUTPUTS ARE CLOSED AND REOPENED TO HARDEN THEM AND A   00001990
      *> CHECKPOINT IS LOGGED.  CKP-STATUS 'R' IS A COMMIT TAKEN IN     00001991
      *> FLIGHT - A RESTART SKIPS THE CKP-TRANS-READ TRANSACTIONS IT    00001992
      *> COVERS.  'F' IS A RUN THAT REACHED THE END OF A FEED THAT      00001993
      *> FAILED ITS TRAILER PROOF - THE CORRECTED FEED IS READ FROM     00001994
      *> THE TOP AND THE POSTED-TODAY CHECK DROPS WHAT ALREADY POSTED   00001995
      *> ***************************************************************00001996
       01 FS-ARTH-CKPT-FILE            PIC XX.                          00001997
       01 WS-CKPT-EOF-SW               PIC X(01) VALUE 'N'.             00001998
           88 WS-CKPT-EOF               VALUE 'Y'.                      00001999
       01 WS-RESTART-SW                PIC X(01) VALUE 'N'.             00002000
           88 WS-RESTARTING             VALUE 'Y'.                      00002001
       01 WS-RCT-EOF-SW                PIC X(01) VALUE 'N'.             00002002
           88 WS-RCT-EOF                VALUE 'Y'.                      00002003
       01 WS-CKPT-INTERVAL             PIC 9(05) VALUE 500.             00002004
       01 WS-CKPT-QUOT                 PIC 9(07) VALUE ZEROES.          00002005
       01 WS-CKPT-REM                  PIC 9(05) VALUE ZEROES.          00002006
       01 WS-CKPT-SKIP                 PIC 9(07) VALUE ZEROES.          00002007
       01 WS-CKPT-SKIPPED              PIC 9(07) VALUE ZEROES.          00002008
       01 WS-CKPT-REC.                                                  00002009
           05 CKP-PROC-DATE            PIC 9(08).                       00002010
           05 CKP-STATUS               PIC X(01).                       00002011
               88 CKP-IN-FLIGHT         VALUE 'R'.                      00002012
               88 CKP-FEED-FAILED       VALUE 'F'.                      00002013
           05 CKP-TRANS-READ           PIC 9(07).                       00002014
           05 CKP-LAST-TRAN-ID         PIC 9(09).                       00002015
           05 CKP-TRANS-REJECTED       PIC 9(07).                       00002016
           05 CKP-TRANS-DUPLICATE      PIC 9(07).                       00002017
           05 CKP-TOTAL-INTEREST       PIC S9(11)V99 COMP-3.            00002018
           05 CKP-TOTAL-PREMIUM        PIC S9(11)V99 COMP-3.            00002019
           05 CKP-TOTAL-DEBITS         PIC S9(11)V99 COMP-3.            00002020
           05 CKP-TOTAL-CREDITS        PIC S9(11)V99 COMP-3.            00002021
           05 CKP-TOTAL-INT-REVERSALS  PIC S9(11)V99 COMP-3.            00002022
           05 CKP-TOTAL-PREM-REFUNDS   PIC S9(11)V99 COMP-3.            00002023
           05 CKP-CONTRACTS-OPENED     PIC 9(07).                       00002024
           05 CKP-CONTRACTS-CLOSED     PIC 9(07).                       00002025
           05 CKP-TOTAL-WITHHELD       PIC S9(11)V99 COMP-3.            00002026
           05 CKP-PYMTS-APPLIED        PIC 9(07).                       00002027
           05 CKP-TOTAL-PYMT-APPLIED   PIC S9(11)V99 COMP-3.            00002028
           05 CKP-PYMTS-SUSPENDED      PIC 9(07).                       00002029
           05 CKP-TOTAL-PYMT-SUSPENSE  PIC S9(11)V99 COMP-3.            00002030
           05 CKP-FEES-ASSESSED        PIC 9(07).                       00002031
           05 CKP-CONTRACTS-PAID-OFF   PIC 9(07).                       00002032
           05 CKP-QUOTES-MATCHED       PIC 9(07).                       00002033
           05 CKP-BV-ADJUSTED          PIC 9(07).                       00002034
           05 CKP-BV-EXCEPTIONS        PIC 9(07).                       00002035
           05 CKP-TOTAL-BV-ACCRUED     PIC S9(11)V99 COMP-3.            00002036
           05 CKP-TOTAL-BV-REVERSED    PIC S9(11)V99 COMP-3.            00002037
           05 FILLER                   PIC X(21).                       00002038
      *> ***************************************************************00002039
      *> TRANSACTION IDS ALREADY ON THE POSTING HISTORY FOR THE         00002040
      *> PROCESSING DATE.  A TRANSACTION FOUND HERE HAS POSTED ONCE     00002041
      *> AND IS REFUSED, SO A RERUN CANNOT DOUBLE THE LEDGER            00002042
      *> ***************************************************************00002043
       01 WS-POSTED-TABLE.                                              00002044
           05 WS-POSTED-TRAN-ID OCCURS 50000 TIMES PIC 9(09).           00002045
       01 WS-POSTED-COUNT              PIC 9(05) VALUE ZEROES.          00002046
       01 WS-POSTED-MAX                PIC 9(05) VALUE 50000.           00002047
       01 WS-POSTED-SUB                PIC 9(05) VALUE ZEROES.          00002048
       01 WS-POSTED-SW                 PIC X(01) VALUE 'N'.             00002049
           88 WS-ALREADY-POSTED         VALUE 'Y'.                      00002050
       01 WS-PH-EOF-SW                 PIC X(01) VALUE 'N'.             00002051
           88 WS-PH-EOF                 VALUE 'Y'.                      00002052
                                                                        00002053
       01 WS-BV-EXC-HDR-LINE-1.                                         00002054
           05 FILLER                   PIC X(01) VALUE '1'.             00002055
           05 FILLER                   PIC X(45)                        00002056
              VALUE 'ARITH - BACK-VALUE EXCEPTIONS, CLOSED PERIODS'.    00002057
       01 WS-BV-EXC-HDR-LINE-2.                                         00002058
           05 FILLER                   PIC X(01) VALUE SPACES.          00002059
           05 FILLER                   PIC X(11) VALUE 'TRAN ID'.       00002060
           05 FILLER                   PIC X(11) VALUE 'ACCOUNT NO'.    00002061
           05 FILLER                   PIC X(06) VALUE 'TYPE'.          00002062
           05 FILLER                   PIC X(10) VALUE 'EFF DATE'.      00002063
           05 FILLER                   PIC X(08) VALUE 'PERIOD'.        00002064
           05 FILLER                   PIC X(15)                        00002065
              VALUE '   NOT ADJUSTED'.                                  00002066
           05 FILLER                   PIC X(02) VALUE SPACES.          00002067
           05 FILLER                   PIC X(06) VALUE 'REASON'.        00002068
       01 WS-BV-EXC-DTL-LINE.                                           00002069
           05 FILLER                   PIC X(01) VALUE SPACES.          00002070
           05 BVX-TRAN-ID              PIC 9(09).                       00002071
           05 FILLER                   PIC X(02) VALUE SPACES.          00002072
           05 BVX-ACCT-NO              PIC 9(09).                       00002073
           05 FILLER                   PIC X(02) VALUE SPACES.          00002074
           05 BVX-TYPE                 PIC X(04).                       00002075
           05 FILLER                   PIC X(02) VALUE SPACES.          00002076
           05 BVX-EFF-DATE             PIC 9(08).                       00002077
           05 FILLER                   PIC X(02) VALUE SPACES.          00002078
           05 BVX-PERIOD               PIC 9(06).                       00002079
           05 FILLER                   PIC X(02) VALUE SPACES.          00002080
           05 BVX-AMOUNT               PIC Z(08)9.99-.                  00002081
           05 FILLER                   PIC X(02) VALUE SPACES.          00002082
           05 BVX-TEXT                 PIC X(40).                       00002083
       COPY ABENDCPY.                                                   00002084
       COPY AUDITCHN.                                                   00002085
       COPY PROCDCPY.                                                   00002086
       COPY RUNSTWS.                                                    00002087
       COPY FEEDTRL.                                                    00002088
       01 WS-FT-PRIN-CENTS             PIC 9(13) VALUE ZEROES.          00002089
                                                                        00002090
      *> ***************************************************************00002091
      *> AMORTIZATION SCHEDULE WORK AREAS.  EACH INTR TRANSACTION GETS  00002092
      *> ITS OWN SCHEDULE PAGE: ONE LINE PER TERM MONTH WITH THE        00002093
      *> INTEREST ACCRUED THAT PERIOD, THE PRINCIPAL STILL              00002094
      *> OUTSTANDING, AND RUNNING TOTALS THAT TIE BACK TO THE GL        00002095
      *> ***************************************************************00002096
       01 WS-AMRT-PERIOD               PIC 9(03) VALUE ZEROES.          00002097
       01 WS-AMRT-PER-INTEREST         PIC S9(09)V99 COMP-3             00002098
                                        VALUE ZEROES.                   00002099
       01 WS-AMRT-PRIN-PORTION         PIC S9(09)V99 COMP-3             00002100
                                        VALUE ZEROES.                   00002101
       01 WS-AMRT-OUTSTANDING          PIC S9(09)V99 COMP-3             00002102
                                        VALUE ZEROES.                   00002103
       01 WS-AMRT-COMP-BALANCE        PIC S9(11)V9(04) COMP-3           00002104
          VALUE ZEROES.                                                 00002105
       01 WS-AMRT-NEW-BALANCE         PIC S9(11)V9(04) COMP-3           00002106
          VALUE ZEROES.                                                 00002107
       01 WS-AMRT-RUN-INTEREST         PIC S9(09)V99 COMP-3             00002108
                                        VALUE ZEROES.                   00002109
       01 WS-AMRT-RUN-PRINCIPAL        PIC S9(09)V99 COMP-3             00002110
                                        VALUE ZEROES.                   00002111
                                                                        00002112
       01 WS-AMRT-HDR-LINE-1.                                           00002113
           05 FILLER                   PIC X(01) VALUE '1'.             00002114
           05 FILLER                   PIC X(30)                        00002115
              VALUE 'AMORTIZATION SCHEDULE'.                            00002116
           05 FILLER                   PIC X(08) VALUE 'TRAN ID '.      00002117
           05 AMRT-HDR-TRAN-ID         PIC 9(09).                       00002118
           05 FILLER                   PIC X(03) VALUE SPACES.          00002120
           05 FILLER                   PIC X(08) VALUE 'ACCOUNT '.      00002130
           05 AMRT-HDR-ACCT-NO         PIC 9(09).                       00002140
           IF RETURN-CODE = 0                                           00003050
              AND (WS-TRANS-READ = 0                                    00003060
                   OR WS-TRANS-REJECTED > 0                             00003070
                   OR WS-PYMTS-SUSPENDED > 0                            00003075
                   OR WS-BV-EXCEPTIONS > 0                              00003077
                   OR WS-TRANS-DUPLICATE > 0                            00003078
                   OR WS-PARM-DEFAULTED)                                00003080
              SET RC-WARNING TO TRUE                                    00003090
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00003100
                 WS-ABEND-MESSAGE                                       00003320
              GO TO 9999-ABEND                                          00003330
           END-IF                                                       00003340
           PERFORM 1100-LOAD-COA THRU 1100-EXIT                         00003410
      *> THE OPEN-CONTRACT MASTER OPENS FOR UPDATE: AN INTR OPENS A     00003412
      *> CONTRACT, AN RINT CLOSES IT.  AN EMPTY KSDS IS PRIMED WITH     00003413
              ACCEPT WS-CONTRACT-DATE FROM DATE YYYYMMDD                00003428
           END-IF                                                       00003429
           PERFORM 1200-LOAD-WITHHOLDING THRU 1200-EXIT                 00003430
           PERFORM 1300-LOAD-PAYOFF-QUOTES THRU 1300-EXIT               00003431
           PERFORM 1400-LOAD-CLOSED-PERIODS THRU 1400-EXIT              00003432
           PERFORM 1500-LOAD-POSTED-TODAY THRU 1500-EXIT                00003433
           PERFORM 1600-OPEN-CHECKPOINT THRU 1600-EXIT                  00003434
           PERFORM 1700-OPEN-NIGHT-OUTPUTS THRU 1700-EXIT               00003435
           OPEN OUTPUT BVAL-EXC-FILE                                    00003436
           IF FS-BVAL-EXC-FILE NOT = "00"                               00003437
              MOVE "OPEN FAILED ON BVAL-EXC-FILE" TO WS-ABEND-MESSAGE   00003438
              GO TO 9999-ABEND                                          00003439
           END-IF                                                       00003440
           WRITE BVAL-EXC-LINE FROM WS-BV-EXC-HDR-LINE-1                00003441
           WRITE BVAL-EXC-LINE FROM WS-BV-EXC-HDR-LINE-2                00003442
      *> THE POSTING HISTORY ACCUMULATES ACROSS THE YEAR FOR THE        00003445
      *> YEARINT ANNUAL SUMMARY RUN                                     00003446
           OPEN EXTEND POST-HIST-FILE                                   00003447
           IF FS-POST-HIST-FILE = "35"                                  00003448
              OPEN OUTPUT POST-HIST-FILE                                00003449
           END-IF                                                       00003450
           IF FS-POST-HIST-FILE NOT = "00"                              00003451
              MOVE "OPEN FAILED ON POST-HIST-FILE" TO WS-ABEND-MESSAGE  00003452
              GO TO 9999-ABEND                                          00003453
           END-IF                                                       00003454
           MOVE "ARITH" TO STAT-PROGRAM-ID                              00003460
           MOVE 'START' TO STAT-PHASE                                   00003461
           MOVE ZEROES TO STAT-RECS                                     00003462
           PERFORM 8600-OPEN-RUN-STATS THRU 8600-EXIT                   00003463
           PERFORM 8650-WRITE-RUN-STATS THRU 8650-EXIT.                 00003464
           MOVE "ARITH" TO ALOG-PROGRAM-ID                              00003470
           PERFORM 8800-OPEN-AUDIT-LOG THRU 8800-EXIT                   00003480
                                                                        00003490
           END-IF                                                       00003560
                                                                        00003570
           PERFORM 2200-PRINT-PAGE-HEADERS THRU 2200-EXIT               00003580
           PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT                 00003584
           IF WS-RESTARTING                                             00003588
              PERFORM 1800-RESUME-FROM-CHECKPOINT THRU 1800-EXIT        00003592
           END-IF.                                                      00003596
       1000-EXIT.                                                       00003600
           EXIT.                                                        00003610
                                                                        00003620
       2000-PROCESS-FILE.                                               00003630
           ADD 1 TO WS-TRANS-READ                                       00003640
           MOVE 'N' TO WS-SIZE-ERROR-SW                                 00003650
           PERFORM 2050-CHECK-POSTED-TODAY THRU 2050-EXIT               00003651
           IF WS-ALREADY-POSTED                                         00003652
              PERFORM 2960-CHECK-CHECKPOINT THRU 2960-EXIT              00003653
              PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT              00003654
              GO TO 2000-EXIT                                           00003655
           END-IF                                                       00003656
           EVALUATE TRAN-TYPE OF WS-TRAN-REC                            00003660
             WHEN 'INTR'                                                00003670
               PERFORM 2100-COMPUTE-INTEREST THRU 2100-EXIT             00003680
               PERFORM 2120-REVERSE-INTEREST THRU 2120-EXIT             00003720
             WHEN 'RPRM'                                                00003730
               PERFORM 2170-REFUND-PREMIUM THRU 2170-EXIT               00003740
             WHEN 'PYMT'                                                00003742
               PERFORM 2180-APPLY-PAYMENT THRU 2180-EXIT                00003744
             WHEN 'CFEE'                                                00003746
               PERFORM 2190-ASSESS-FEE THRU 2190-EXIT                   00003748
             WHEN OTHER                                                 00003750
               ADD 1 TO WS-TRANS-REJECTED                               00003760
               DISPLAY "UNKNOWN TRAN TYPE, TRAN ID: "                   00003770
           END-EVALUATE                                                 00003800
                                                                        00003810
           IF NOT WS-SIZE-ERROR-OCCURRED                                00003820
              PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT                  00003825
      *> A PAYMENT HAS ALREADY POSTED ONE PAIR PER SLICE                00003830
              IF TRAN-TYPE OF WS-TRAN-REC NOT = 'PYMT'                  00003835
                 PERFORM 2700-WRITE-JOURNAL-PAIR THRU 2700-EXIT         00003840
              END-IF                                                    00003845
           END-IF                                                       00003850
                                                                        00003860
           PERFORM 2960-CHECK-CHECKPOINT THRU 2960-EXIT                 00003861
           PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.                00003862
       2000-EXIT.                                                       00003863
           EXIT.                                                        00003864
                                                                        00003865
      *> ***************************************************************00003866
      *> REFUSE A TRANSACTION THE POSTING HISTORY ALREADY CARRIES FOR   00003867
      *> THE PROCESSING DATE - IT POSTED ON AN EARLIER ATTEMPT          00003868
      *> ***************************************************************00003869
       2050-CHECK-POSTED-TODAY.                                         00003870
           MOVE 'N' TO WS-POSTED-SW                                     00003871
           PERFORM VARYING WS-POSTED-SUB FROM 1 BY 1                    00003872
                    UNTIL WS-POSTED-SUB > WS-POSTED-COUNT               00003873
                    OR WS-ALREADY-POSTED                                00003874
             IF WS-POSTED-TRAN-ID (WS-POSTED-SUB)                       00003875
                = TRAN-ID OF WS-TRAN-REC                                00003876
                SET WS-ALREADY-POSTED TO TRUE                           00003877
             END-IF                                                     00003878
           END-PERFORM                                                  00003879
           IF WS-ALREADY-POSTED                                         00003880
              ADD 1 TO WS-TRANS-DUPLICATE                               00003881
              DISPLAY "ALREADY POSTED TODAY, REFUSED, TRAN ID: "        00003882
                TRAN-ID OF WS-TRAN-REC                                  00003883
              MOVE "DUP REFUSED " TO ALOG-ACTION                        00003884
              MOVE "TRAN ID ALREADY ON POSTHIST FOR THE DATE" TO        00003885
                 ALOG-DETAIL                                            00003886
              PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT               00003887
           END-IF.                                                      00003888
       2050-EXIT.                                                       00003889
           EXIT.                                                        00003890
                                                                        00003900
      *> ***************************************************************00003910
              MOVE "INTEREST AMOUNT CALCULATED" TO ALOG-DETAIL          00004260
              PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT               00004270
              PERFORM 2600-PRINT-SCHEDULE THRU 2600-EXIT                00004280
              PERFORM 2740-BACK-VALUE-INTR THRU 2740-EXIT               00004281
              PERFORM 2800-OPEN-CONTRACT THRU 2800-EXIT                 00004282
              IF WS-BV-OPEN-AMT > 0                                     00004283
                 AND FS-CONTRACT-FILE = "00"                            00004284
                 MOVE 'BVAC' TO WS-PYMT-COA-TYPE                        00004285
                 PERFORM 2790-POST-BACK-VALUE THRU 2790-EXIT            00004286
              END-IF                                                    00004287
              PERFORM 2720-APPLY-WITHHOLDING THRU 2720-EXIT             00004288
              MOVE WS-INTEREST-AMT TO WS-POSTING-AMT                    00004289
              PERFORM 2770-WRITE-POST-HIST THRU 2770-EXIT               00004290
           END-IF.                                                      00004291
       2100-EXIT.                                                       00004300
           EXIT.                                                        00004310
                                                                        00004311
           END-IF.                                                      00005480
       2170-EXIT.                                                       00005490
           EXIT.                                                        00005500
                                                                        00005501
      *> ***************************************************************00005502
      *> A PAYMENT AGAINST AN OPEN CONTRACT, KEYED BY THE CONTRACT'S    00005503
      *> TRAN-ID.  IT CLEARS FEES DUE FIRST, THEN ACCRUED INTEREST,     00005504
      *> THEN PRINCIPAL; WHATEVER IS LEFT OVER GOES TO SUSPENSE.  THE   00005505
      *> CONTRACT IS REWRITTEN BEFORE ANY LEG POSTS SO THE JOURNAL      00005506
      *> NEVER CARRIES A PAYMENT THE CONTRACT DOES NOT                  00005507
      *> ***************************************************************00005508
       2180-APPLY-PAYMENT.                                              00005509
           PERFORM 2185-READ-PAYEE-CONTRACT THRU 2185-EXIT              00005510
           IF WS-SIZE-ERROR-OCCURRED                                    00005511
              GO TO 2180-EXIT                                           00005512
           END-IF                                                       00005513
           PERFORM 2182-MATCH-PAYOFF-QUOTE THRU 2182-EXIT               00005514
           MOVE TRAN-PRINCIPAL OF WS-TRAN-REC TO WS-PYMT-REMAINING      00005515
           MOVE ZEROES TO WS-PYMT-FEES                                  00005516
           MOVE ZEROES TO WS-PYMT-INT                                   00005517
           MOVE ZEROES TO WS-PYMT-PRIN                                  00005518
           IF WS-CON-FEES-DUE > 0                                       00005519
              IF WS-PYMT-REMAINING > WS-CON-FEES-DUE                    00005520
                 MOVE WS-CON-FEES-DUE TO WS-PYMT-FEES                   00005521
              ELSE                                                      00005522
                 MOVE WS-PYMT-REMAINING TO WS-PYMT-FEES                 00005523
              END-IF                                                    00005524
           END-IF                                                       00005525
           SUBTRACT WS-PYMT-FEES FROM WS-PYMT-REMAINING                 00005526
           IF CON-ACCRUED-AMT > 0                                       00005527
              IF WS-PYMT-REMAINING > CON-ACCRUED-AMT                    00005528
                 MOVE CON-ACCRUED-AMT TO WS-PYMT-INT                    00005529
              ELSE                                                      00005530
                 MOVE WS-PYMT-REMAINING TO WS-PYMT-INT                  00005531
              END-IF                                                    00005532
           END-IF                                                       00005533
           SUBTRACT WS-PYMT-INT FROM WS-PYMT-REMAINING                  00005534
           IF CON-PRINCIPAL > 0                                         00005535
              IF WS-PYMT-REMAINING > CON-PRINCIPAL                      00005536
                 MOVE CON-PRINCIPAL TO WS-PYMT-PRIN                     00005537
              ELSE                                                      00005538
                 MOVE WS-PYMT-REMAINING TO WS-PYMT-PRIN                 00005539
              END-IF                                                    00005540
           END-IF                                                       00005541
           SUBTRACT WS-PYMT-PRIN FROM WS-PYMT-REMAINING                 00005542
                                                                        00005543
           SUBTRACT WS-PYMT-FEES FROM WS-CON-FEES-DUE                   00005544
           MOVE WS-CON-FEES-DUE TO CON-FEES-DUE                         00005545
           SUBTRACT WS-PYMT-INT FROM CON-ACCRUED-AMT                    00005546
           SUBTRACT WS-PYMT-PRIN FROM CON-PRINCIPAL                     00005547
           IF CON-FEES-DUE NOT > 0                                      00005548
              AND CON-ACCRUED-AMT NOT > 0                               00005549
              AND CON-PRINCIPAL NOT > 0                                 00005550
              SET CON-PAID-OFF TO TRUE                                  00005551
           END-IF                                                       00005552
           REWRITE CONTRACT-RECORD                                      00005553
           IF FS-CONTRACT-FILE NOT = "00"                               00005554
              DISPLAY "REWRITE FAILED, CONTRACT STATUS: "               00005555
                FS-CONTRACT-FILE                                        00005556
              MOVE TRAN-PRINCIPAL OF WS-TRAN-REC TO WS-SUSP-AMOUNT      00005557
              MOVE "P004" TO WS-SUSP-REASON-CD                          00005558
              MOVE "CONTRACT COULD NOT BE UPDATED" TO                   00005559
                 WS-SUSP-REASON-TXT                                     00005560
              PERFORM 2195-WRITE-SUSPENSE THRU 2195-EXIT                00005561
              ADD 1 TO WS-TRANS-REJECTED                                00005562
              MOVE 'Y' TO WS-SIZE-ERROR-SW                              00005563
              GO TO 2180-EXIT                                           00005564
           END-IF                                                       00005565
           IF CON-PAID-OFF                                              00005566
              ADD 1 TO WS-CONTRACTS-PAID-OFF                            00005567
           END-IF                                                       00005568
           IF WS-PQT-FOUND                                              00005569
              PERFORM 2183-POST-QUOTE-MATCH THRU 2183-EXIT              00005570
           END-IF                                                       00005571
                                                                        00005572
           MOVE 'PYFE' TO WS-PYMT-COA-TYPE                              00005573
           MOVE WS-PYMT-FEES TO WS-PYMT-PART-AMT                        00005574
           PERFORM 2780-POST-PAYMENT-SLICE THRU 2780-EXIT               00005575
           MOVE 'PYIN' TO WS-PYMT-COA-TYPE                              00005576
           MOVE WS-PYMT-INT TO WS-PYMT-PART-AMT                         00005577
           PERFORM 2780-POST-PAYMENT-SLICE THRU 2780-EXIT               00005578
           MOVE 'PYPR' TO WS-PYMT-COA-TYPE                              00005579
           MOVE WS-PYMT-PRIN TO WS-PYMT-PART-AMT                        00005580
           PERFORM 2780-POST-PAYMENT-SLICE THRU 2780-EXIT               00005581
           PERFORM 2742-BACK-VALUE-PYMT THRU 2742-EXIT                  00005582
                                                                        00005583
           IF WS-PYMT-REMAINING > 0                                     00005584
              MOVE WS-PYMT-REMAINING TO WS-SUSP-AMOUNT                  00005585
              MOVE "P005" TO WS-SUSP-REASON-CD                          00005586
              MOVE "OVERPAYMENT - EXCESS HELD IN SUSPENSE" TO           00005587
                 WS-SUSP-REASON-TXT                                     00005588
              PERFORM 2195-WRITE-SUSPENSE THRU 2195-EXIT                00005589
           END-IF                                                       00005590
                                                                        00005591
           COMPUTE WS-POSTING-AMT =                                     00005592
              TRAN-PRINCIPAL OF WS-TRAN-REC - WS-PYMT-REMAINING         00005593
           MOVE 'CR' TO WS-DR-CR-IND                                    00005594
           ADD WS-POSTING-AMT TO WS-TOTAL-CREDITS                       00005595
              ON SIZE ERROR                                             00005596
                 DISPLAY "SIZE ERROR ADDING TO TOTAL CREDITS"           00005597
           END-ADD                                                      00005598
           ADD WS-POSTING-AMT TO WS-TOTAL-PYMT-APPLIED                  00005599
              ON SIZE ERROR                                             00005600
                 DISPLAY "SIZE ERROR ADDING TO PAYMENTS APPLIED"        00005601
           END-ADD                                                      00005602
           ADD 1 TO WS-PYMTS-APPLIED                                    00005603
           MOVE "PYMT APPLIED" TO ALOG-ACTION                           00005604
           MOVE "PAYMENT APPLIED TO FEES, INT, PRINCIPAL" TO            00005605
              ALOG-DETAIL                                               00005606
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00005607
       2180-EXIT.                                                       00005608
           EXIT.                                                        00005609
                                                                        00005610
      *> ***************************************************************00005611
      *> LOOK FOR A LIVE PAYOFF QUOTE ON THE CONTRACT THIS PAYMENT      00005612
      *> CLEARS: RECEIVED BETWEEN THE ISSUE AND GOOD-THROUGH DATES, FOR 00005613
      *> AT LEAST THE QUOTED PAYOFF, AND NO PRINCIPAL MOVEMENT SINCE    00005614
      *> THE QUOTE.  THE INTEREST STILL UNACCRUED AGAINST THE QUOTE IS  00005615
      *> ADDED TO THE CONTRACT HERE; IT POSTS ONCE THE REWRITE LANDS    00005616
      *> ***************************************************************00005617
       2182-MATCH-PAYOFF-QUOTE.                                         00005618
           MOVE 'N' TO WS-PQT-FOUND-SW                                  00005619
           MOVE ZEROES TO WS-PQT-TOPUP                                  00005620
           IF WS-PQT-COUNT = 0                                          00005621
              GO TO 2182-EXIT                                           00005622
           END-IF                                                       00005623
           IF TRAN-EFF-DATE OF WS-TRAN-REC NUMERIC                      00005624
              AND TRAN-EFF-DATE OF WS-TRAN-REC > 0                      00005625
              MOVE TRAN-EFF-DATE OF WS-TRAN-REC TO WS-PQT-PYMT-DATE     00005626
           ELSE                                                         00005627
              MOVE WS-CONTRACT-DATE TO WS-PQT-PYMT-DATE                 00005628
           END-IF                                                       00005629
           PERFORM VARYING WS-PQT-SUB FROM 1 BY 1                       00005630
                    UNTIL WS-PQT-SUB > WS-PQT-COUNT                     00005631
                    OR WS-PQT-FOUND                                     00005632
             IF TBL-PQT-CON-TRAN-ID (WS-PQT-SUB) = CON-TRAN-ID          00005633
                SET WS-PQT-FOUND TO TRUE                                00005634
             END-IF                                                     00005635
           END-PERFORM                                                  00005636
           IF NOT WS-PQT-FOUND                                          00005637
              GO TO 2182-EXIT                                           00005638
           END-IF                                                       00005639
           SUBTRACT 1 FROM WS-PQT-SUB                                   00005640
           IF TBL-PQT-USED (WS-PQT-SUB)                                 00005641
              OR WS-PQT-PYMT-DATE < TBL-PQT-ISSUE-DATE (WS-PQT-SUB)     00005642
              OR WS-PQT-PYMT-DATE > TBL-PQT-GOOD-THRU (WS-PQT-SUB)      00005643
              OR TRAN-PRINCIPAL OF WS-TRAN-REC <                        00005644
                 TBL-PQT-PAYOFF-AMT (WS-PQT-SUB)                        00005645
              OR CON-PRINCIPAL NOT = TBL-PQT-PRINCIPAL (WS-PQT-SUB)     00005646
              MOVE 'N' TO WS-PQT-FOUND-SW                               00005647
              GO TO 2182-EXIT                                           00005648
           END-IF                                                       00005649
           COMPUTE WS-PQT-TOPUP =                                       00005650
              TBL-PQT-ACCRUED (WS-PQT-SUB)                              00005651
              + TBL-PQT-INT-TO-DATE (WS-PQT-SUB)                        00005652
              - CON-ACCRUED-AMT                                         00005653
           IF WS-PQT-TOPUP > 0                                          00005654
              ADD WS-PQT-TOPUP TO CON-ACCRUED-AMT                       00005655
           ELSE                                                         00005656
              MOVE ZEROES TO WS-PQT-TOPUP                               00005657
           END-IF                                                       00005658
           IF WS-PQT-PYMT-DATE > CON-ACCRUED-TO                         00005659
              MOVE WS-PQT-PYMT-DATE TO CON-ACCRUED-TO                   00005660
           END-IF.                                                      00005661
       2182-EXIT.                                                       00005662
           EXIT.                                                        00005663
                                                                        00005664
      *> ***************************************************************00005665
      *> THE CONTRACT HAS BEEN REWRITTEN WITH THE QUOTED INTEREST:      00005666
      *> POST THE TOP-UP AS AN ACCRUAL (COA TYPE 'ACCR', AS ACCRMNTH    00005667
      *> POSTS IT) AND RETIRE THE QUOTE SO IT CLEARS ONE PAYMENT ONLY   00005668
      *> ***************************************************************00005669
       2183-POST-QUOTE-MATCH.                                           00005670
           MOVE 'ACCR' TO WS-PYMT-COA-TYPE                              00005671
           MOVE WS-PQT-TOPUP TO WS-PYMT-PART-AMT                        00005672
           PERFORM 2780-POST-PAYMENT-SLICE THRU 2780-EXIT               00005673
           SET TBL-PQT-USED (WS-PQT-SUB) TO TRUE                        00005674
           ADD 1 TO WS-QUOTES-MATCHED                                   00005675
           MOVE "QUOTE MATCHED" TO ALOG-ACTION                          00005676
           MOVE SPACES TO ALOG-DETAIL                                   00005677
           STRING "PAYOFF QUOTE OF " TBL-PQT-ISSUE-DATE (WS-PQT-SUB)    00005678
              " HONOURED THRU " TBL-PQT-GOOD-THRU (WS-PQT-SUB)          00005679
              DELIMITED BY SIZE INTO ALOG-DETAIL                        00005680
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00005681
       2183-EXIT.                                                       00005682
           EXIT.                                                        00005683
                                                                        00005684
      *> ***************************************************************00005685
      *> THE CONTRACT A PAYMENT OR FEE NAMES MUST BE ON FILE, OPEN,     00005686
      *> AND BELONG TO THE ACCOUNT ON THE TRANSACTION; ANYTHING ELSE    00005687
      *> GOES WHOLE TO SUSPENSE AND POSTS NOTHING                       00005688
      *> ***************************************************************00005689
       2185-READ-PAYEE-CONTRACT.                                        00005690
           MOVE SPACES TO WS-SUSP-REASON-CD                             00005691
           MOVE TRAN-ID OF WS-TRAN-REC TO CON-TRAN-ID                   00005692
           READ CONTRACT-FILE                                           00005693
           EVALUATE TRUE                                                00005694
             WHEN FS-CONTRACT-FILE = "23"                               00005695
               MOVE "P001" TO WS-SUSP-REASON-CD                         00005696
               MOVE "CONTRACT NOT ON FILE" TO WS-SUSP-REASON-TXT        00005697
             WHEN FS-CONTRACT-FILE NOT = "00"                           00005698
               DISPLAY "READ FAILED, CONTRACT STATUS: "                 00005699
                 FS-CONTRACT-FILE                                       00005700
               MOVE "P004" TO WS-SUSP-REASON-CD                         00005701
               MOVE "CONTRACT COULD NOT BE UPDATED" TO                  00005702
                  WS-SUSP-REASON-TXT                                    00005703
             WHEN NOT CON-OPEN                                          00005704
               MOVE "P002" TO WS-SUSP-REASON-CD                         00005705
               MOVE "CONTRACT NOT OPEN" TO WS-SUSP-REASON-TXT           00005706
             WHEN CON-ACCT-NO NOT = TRAN-ACCT-NO OF WS-TRAN-REC         00005707
               MOVE "P003" TO WS-SUSP-REASON-CD                         00005708
               MOVE "ACCOUNT DOES NOT MATCH THE CONTRACT" TO            00005709
                  WS-SUSP-REASON-TXT                                    00005710
           END-EVALUATE                                                 00005711
           IF WS-SUSP-REASON-CD NOT = SPACES                            00005712
              MOVE TRAN-PRINCIPAL OF WS-TRAN-REC TO WS-SUSP-AMOUNT      00005713
              PERFORM 2195-WRITE-SUSPENSE THRU 2195-EXIT                00005714
              ADD 1 TO WS-TRANS-REJECTED                                00005715
              MOVE 'Y' TO WS-SIZE-ERROR-SW                              00005716
              GO TO 2185-EXIT                                           00005717
           END-IF                                                       00005718
           IF CON-FEES-DUE NUMERIC                                      00005719
              MOVE CON-FEES-DUE TO WS-CON-FEES-DUE                      00005720
           ELSE                                                         00005721
              MOVE ZEROES TO WS-CON-FEES-DUE                            00005722
           END-IF.                                                      00005723
       2185-EXIT.                                                       00005724
           EXIT.                                                        00005725
                                                                        00005726
      *> ***************************************************************00005727
      *> A FEE ASSESSED AGAINST AN OPEN CONTRACT IS ADDED TO ITS FEES   00005728
      *> DUE, FOR THE NEXT PAYMENT TO CLEAR FIRST.  IT POSTS UNDER      00005729
      *> ITS OWN COA TYPE 'CFEE' LIKE ANY OTHER TRANSACTION             00005730
      *> ***************************************************************00005731
       2190-ASSESS-FEE.                                                 00005732
           PERFORM 2185-READ-PAYEE-CONTRACT THRU 2185-EXIT              00005733
           IF WS-SIZE-ERROR-OCCURRED                                    00005734
              GO TO 2190-EXIT                                           00005735
           END-IF                                                       00005736
           ADD TRAN-PRINCIPAL OF WS-TRAN-REC TO WS-CON-FEES-DUE         00005737
              ON SIZE ERROR                                             00005738
                 MOVE "P004" TO WS-SUSP-REASON-CD                       00005739
           END-ADD                                                      00005740
           IF WS-SUSP-REASON-CD = SPACES                                00005741
              MOVE WS-CON-FEES-DUE TO CON-FEES-DUE                      00005742
              REWRITE CONTRACT-RECORD                                   00005743
              IF FS-CONTRACT-FILE NOT = "00"                            00005744
                 DISPLAY "REWRITE FAILED, CONTRACT STATUS: "            00005745
                   FS-CONTRACT-FILE                                     00005746
                 MOVE "P004" TO WS-SUSP-REASON-CD                       00005747
              END-IF                                                    00005748
           END-IF                                                       00005749
           IF WS-SUSP-REASON-CD NOT = SPACES                            00005750
              MOVE TRAN-PRINCIPAL OF WS-TRAN-REC TO WS-SUSP-AMOUNT      00005751
              MOVE "CONTRACT COULD NOT BE UPDATED" TO                   00005752
                 WS-SUSP-REASON-TXT                                     00005753
              PERFORM 2195-WRITE-SUSPENSE THRU 2195-EXIT                00005754
              ADD 1 TO WS-TRANS-REJECTED                                00005755
              MOVE 'Y' TO WS-SIZE-ERROR-SW                              00005756
              GO TO 2190-EXIT                                           00005757
           END-IF                                                       00005758
           MOVE TRAN-PRINCIPAL OF WS-TRAN-REC TO WS-POSTING-AMT         00005759
           MOVE 'DR' TO WS-DR-CR-IND                                    00005760
           ADD WS-POSTING-AMT TO WS-TOTAL-DEBITS                        00005761
              ON SIZE ERROR                                             00005762
                 DISPLAY "SIZE ERROR ADDING TO TOTAL DEBITS"            00005763
           END-ADD                                                      00005764
           ADD 1 TO WS-FEES-ASSESSED                                    00005765
           MOVE "FEE ASSESSED" TO ALOG-ACTION                           00005766
           MOVE "FEE ASSESSED AGAINST CONTRACT" TO ALOG-DETAIL          00005767
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT                  00005768
           PERFORM 2770-WRITE-POST-HIST THRU 2770-EXIT.                 00005769
       2190-EXIT.                                                       00005770
           EXIT.                                                        00005771
                                                                        00005772
       2195-WRITE-SUSPENSE.                                             00005773
           MOVE SPACES TO PYMT-SUSP-RECORD                              00005774
           MOVE WS-TRAN-REC TO PSU-ORIG-TRAN                            00005775
           MOVE WS-SUSP-AMOUNT TO PSU-SUSP-AMOUNT                       00005776
           MOVE WS-SUSP-REASON-CD TO PSU-REASON-CD                      00005777
           MOVE WS-SUSP-REASON-TXT TO PSU-REASON-TXT                    00005778
           WRITE PYMT-SUSP-RECORD                                       00005779
           IF FS-PYMT-SUSP-FILE NOT = "00"                              00005780
              DISPLAY "WRITE FAILED, PYMT-SUSP STATUS: "                00005781
                FS-PYMT-SUSP-FILE                                       00005782
           END-IF                                                       00005783
           ADD 1 TO WS-PYMTS-SUSPENDED                                  00005784
           ADD WS-SUSP-AMOUNT TO WS-TOTAL-PYMT-SUSPENSE                 00005785
              ON SIZE ERROR                                             00005786
                 DISPLAY "SIZE ERROR ON TOTAL TO SUSPENSE"              00005787
           END-ADD                                                      00005788
           MOVE "PYMT SUSPNSE" TO ALOG-ACTION                           00005789
           MOVE WS-SUSP-REASON-TXT TO ALOG-DETAIL                       00005790
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00005791
       2195-EXIT.                                                       00005792
           EXIT.                                                        00005793
                                                                        00005794
                                                                        00005795
       2200-PRINT-PAGE-HEADERS.                                         00005796
           ADD 1 TO WS-PAGE-COUNT                                       00005797
           MOVE WS-PAGE-COUNT TO HDR1-PAGE                              00005798
           WRITE GL-REPORT-LINE FROM WS-HDR-LINE-1                      00005799
           WRITE GL-REPORT-LINE FROM WS-HDR-LINE-2                      00005800
           MOVE ZEROES TO WS-LINE-COUNT.                                00005801
       2200-EXIT.                                                       00005802
           EXIT.                                                        00005803
                                                                        00005804
       2300-PRINT-DETAIL.                                               00005805
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE                     00005806
              PERFORM 2200-PRINT-PAGE-HEADERS THRU 2200-EXIT            00005807
           END-IF                                                       00005808
                                                                        00005809
           MOVE TRAN-ID OF WS-TRAN-REC TO DTL-TRAN-ID                   00005810
           MOVE TRAN-ACCT-NO OF WS-TRAN-REC TO DTL-ACCT-NO              00005811
           MOVE TRAN-TYPE OF WS-TRAN-REC TO DTL-TYPE                    00005812
           MOVE WS-DR-CR-IND TO DTL-DR-CR                               00005813
           MOVE WS-POSTING-AMT TO DTL-AMOUNT                            00005814
           WRITE GL-REPORT-LINE FROM WS-DTL-LINE                        00005815
           ADD 1 TO WS-LINE-COUNT.                                      00005816
       2300-EXIT.                                                       00005817
           EXIT.                                                        00005818
                                                                        00005819
      *> ***************************************************************00005820
      *> PRINT THE MONTH-BY-MONTH SCHEDULE FOR ONE INTR TRANSACTION,    00005821
      *> STARTING A NEW PAGE PER TRAN-ID.  EACH PERIOD'S INTEREST       00005822
      *> FOLLOWS THE TRANSACTION'S CALCULATION METHOD - THE SAME        00005823
      *> BASIS 2105 POSTS, SO THE SCHEDULE TIES TO THE POSTING:         00005824
      *>   SIMPLE   PRINCIPAL * RATE / 12 EVERY PERIOD                  00005825
      *>   COMPOUND BALANCE GROWN BY RATE/12 EACH PERIOD, THE           00005826
      *>            INTEREST BEING THE PERIOD'S GROWTH ON THE           00005827
      *>            COMPOUNDING BALANCE (PRINCIPAL + ACCRUED)           00005828
      *>   DAILY    PRINCIPAL * RATE * 30 / 365 EVERY PERIOD            00005829
      *> THE PRINCIPAL COLUMN RETIRES LEVEL OVER THE TERM, WITH         00005830
      *> THE FINAL PERIOD ABSORBING THE ROUNDING SO THE                 00005831
      *> OUTSTANDING BALANCE ENDS AT EXACTLY ZERO; THE INTEREST         00005832
      *> COLUMN NEVER NETS AGAINST IT                                   00005833
      *> ***************************************************************00005840
       2600-PRINT-SCHEDULE.                                             00005850
           IF TRAN-TERM-MONTHS OF WS-TRAN-REC = ZEROES                  00005860
                   AT END                                               00006470
                     SET WS-COA-EOF TO TRUE                             00006480
                   NOT AT END                                           00006490
                     IF COA-DR-ACCOUNT NUMERIC                          00006494
                        AND COA-CR-ACCOUNT NUMERIC                      00006498
                        IF WS-COA-COUNT NOT < WS-COA-MAX                00006502
                           DISPLAY "COA TABLE FULL AT TYPE: "           00006506
                             COA-TRAN-TYPE                              00006510
                           MOVE "CHART OF ACCOUNTS EXCEEDS COA TABLE"   00006514
                              TO WS-ABEND-MESSAGE                       00006518
                           GO TO 9999-ABEND                             00006522
                        END-IF                                          00006526
                        ADD 1 TO WS-COA-COUNT                           00006530
                        MOVE COA-TRAN-TYPE TO                           00006540
                           TBL-COA-TRAN-TYPE (WS-COA-COUNT)             00006550
                        MOVE COA-CR-ACCOUNT TO                          00006580
                           TBL-COA-CR-ACCOUNT (WS-COA-COUNT)            00006590
                     ELSE                                               00006600
                        DISPLAY "BAD COA RECORD, TYPE: "                00006610
                          COA-TRAN-TYPE                                 00006620
                     END-IF                                             00006630
                 END-READ                                               00006640
           EXIT.                                                        00007325
                                                                        00007326
      *> ***************************************************************00007327
      *> LOAD THE PAYOFF QUOTE TABLE.  NO DATASET MEANS NO QUOTE HAS    00007328
      *> EVER BEEN ISSUED; A QUOTE ALREADY PAST ITS GOOD-THROUGH DATE   00007329
      *> CAN MATCH NOTHING AND IS NOT KEPT                              00007330
      *> ***************************************************************00007331
       1300-LOAD-PAYOFF-QUOTES.                                         00007332
           OPEN INPUT PAYQUOTE-FILE                                     00007333
           EVALUATE FS-PAYQUOTE-FILE                                    00007334
             WHEN "00"                                                  00007335
               PERFORM UNTIL WS-PQT-EOF                                 00007336
                 READ PAYQUOTE-FILE                                     00007337
                   AT END                                               00007338
                     SET WS-PQT-EOF TO TRUE                             00007339
                   NOT AT END                                           00007340
                     IF PQT-CON-TRAN-ID NUMERIC                         00007341
                        AND PQT-GOOD-THRU NUMERIC                       00007342
                        AND PQT-GOOD-THRU NOT < WS-CONTRACT-DATE        00007343
                        AND PQT-PAYOFF-AMT NUMERIC                      00007344
                        PERFORM 1310-KEEP-PAYOFF-QUOTE THRU 1310-EXIT   00007345
                     END-IF                                             00007346
                 END-READ                                               00007347
               END-PERFORM                                              00007348
               CLOSE PAYQUOTE-FILE                                      00007349
               DISPLAY "PAYOFF QUOTES LOADED:   " WS-PQT-COUNT          00007350
             WHEN "35"                                                  00007351
               DISPLAY "NO PAYOFF QUOTE DATASET, NONE TO MATCH"         00007352
             WHEN OTHER                                                 00007353
               MOVE "OPEN FAILED ON PAYQUOTE-FILE" TO WS-ABEND-MESSAGE  00007354
               GO TO 9999-ABEND                                         00007355
           END-EVALUATE.                                                00007356
       1300-EXIT.                                                       00007357
           EXIT.                                                        00007358
                                                                        00007359
       1310-KEEP-PAYOFF-QUOTE.                                          00007360
           MOVE 'N' TO WS-PQT-FOUND-SW                                  00007361
           PERFORM VARYING WS-PQT-SUB FROM 1 BY 1                       00007362
                    UNTIL WS-PQT-SUB > WS-PQT-COUNT                     00007363
                    OR WS-PQT-FOUND                                     00007364
             IF TBL-PQT-CON-TRAN-ID (WS-PQT-SUB) = PQT-CON-TRAN-ID      00007365
                SET WS-PQT-FOUND TO TRUE                                00007366
             END-IF                                                     00007367
           END-PERFORM                                                  00007368
           IF WS-PQT-FOUND                                              00007369
              SUBTRACT 1 FROM WS-PQT-SUB                                00007370
           ELSE                                                         00007371
              IF WS-PQT-COUNT NOT < WS-PQT-MAX                          00007372
                 DISPLAY "PAYOFF QUOTE TABLE FULL, QUOTE DROPPED FOR "  00007373
                   PQT-CON-TRAN-ID                                      00007374
                 GO TO 1310-EXIT                                        00007375
              END-IF                                                    00007376
              ADD 1 TO WS-PQT-COUNT                                     00007377
              MOVE WS-PQT-COUNT TO WS-PQT-SUB                           00007378
           END-IF                                                       00007379
           MOVE PQT-CON-TRAN-ID TO TBL-PQT-CON-TRAN-ID (WS-PQT-SUB)     00007380
           MOVE PQT-ISSUE-DATE TO TBL-PQT-ISSUE-DATE (WS-PQT-SUB)       00007381
           MOVE PQT-GOOD-THRU TO TBL-PQT-GOOD-THRU (WS-PQT-SUB)         00007382
           MOVE PQT-PRINCIPAL TO TBL-PQT-PRINCIPAL (WS-PQT-SUB)         00007383
           MOVE PQT-ACCRUED TO TBL-PQT-ACCRUED (WS-PQT-SUB)             00007384
           MOVE PQT-INT-TO-DATE TO TBL-PQT-INT-TO-DATE (WS-PQT-SUB)     00007385
           MOVE PQT-PAYOFF-AMT TO TBL-PQT-PAYOFF-AMT (WS-PQT-SUB)       00007386
           MOVE 'N' TO TBL-PQT-USED-SW (WS-PQT-SUB).                    00007387
       1310-EXIT.                                                       00007388
           EXIT.                                                        00007389
                                                                        00007390
      *> ***************************************************************00007391
      *> LOAD THE CLOSED MONTHS OFF THE PERIOD-CONTROL DATASET THE WAY  00007392
      *> ARITHEDT DOES.  NO DATASET MEANS EVERY MONTH IS OPEN           00007393
      *> ***************************************************************00007394
       1400-LOAD-CLOSED-PERIODS.                                        00007395
           OPEN INPUT PERIOD-FILE                                       00007396
           EVALUATE FS-PERIOD-FILE                                      00007397
             WHEN "00"                                                  00007398
               PERFORM UNTIL WS-PER-EOF                                 00007399
                 READ PERIOD-FILE                                       00007400
                   AT END                                               00007401
                     SET WS-PER-EOF TO TRUE                             00007402
                   NOT AT END                                           00007403
                     IF PER-CLOSED                                      00007404
                        AND PER-YYYYMM NUMERIC                          00007405
                        AND WS-CLOSED-COUNT < WS-CLOSED-MAX             00007406
                        ADD 1 TO WS-CLOSED-COUNT                        00007407
                        MOVE PER-YYYYMM TO                              00007408
                           WS-CLOSED-YYYYMM (WS-CLOSED-COUNT)           00007409
                     END-IF                                             00007410
                 END-READ                                               00007411
               END-PERFORM                                              00007412
               CLOSE PERIOD-FILE                                        00007413
               DISPLAY "CLOSED PERIODS LOADED: " WS-CLOSED-COUNT        00007414
             WHEN "35"                                                  00007415
               DISPLAY "NO PERIOD CONTROL DATASET, ALL PERIODS OPEN"    00007416
             WHEN OTHER                                                 00007417
               MOVE "OPEN FAILED ON PERIOD-FILE" TO WS-ABEND-MESSAGE    00007418
               GO TO 9999-ABEND                                         00007419
           END-EVALUATE.                                                00007420
       1400-EXIT.                                                       00007421
           EXIT.                                                        00007422
                                                                        00007432
      *> ***************************************************************00007442
      *> LOAD THE TRANSACTION IDS THE POSTING HISTORY ALREADY CARRIES   00007452
      *> FOR THE PROCESSING DATE.  A NIGHT'S FIRST RUN FINDS NONE.      00007462
      *> BACK-VALUE SERVICE-CHARGE ENTRIES CARRY A ZERO ID AND ARE      00007472
      *> PASSED OVER, AS ARE THE REPEATS A PAYMENT'S SLICES WRITE       00007482
      *> ***************************************************************00007492
       1500-LOAD-POSTED-TODAY.                                          00007502
           OPEN INPUT POST-HIST-FILE                                    00007512
           EVALUATE FS-POST-HIST-FILE                                   00007522
             WHEN "00"                                                  00007532
               PERFORM UNTIL WS-PH-EOF                                  00007542
                 READ POST-HIST-FILE                                    00007552
                   AT END                                               00007562
                     SET WS-PH-EOF TO TRUE                              00007572
                   NOT AT END                                           00007582
                     IF PH-DATE = WS-CONTRACT-DATE                      00007592
                        AND PH-TRAN-ID > 0                              00007602
                        PERFORM 1510-KEEP-POSTED-TRAN THRU 1510-EXIT    00007612
                     END-IF                                             00007622
                 END-READ                                               00007632
               END-PERFORM                                              00007642
               CLOSE POST-HIST-FILE                                     00007652
               DISPLAY "TRAN IDS ALREADY POSTED TODAY: " WS-POSTED-COUNT00007662
             WHEN "35"                                                  00007672
               CONTINUE                                                 00007682
             WHEN OTHER                                                 00007692
               MOVE "OPEN FAILED ON POST-HIST-FILE" TO WS-ABEND-MESSAGE 00007702
               GO TO 9999-ABEND                                         00007712
           END-EVALUATE.                                                00007722
       1500-EXIT.                                                       00007732
           EXIT.                                                        00007742
                                                                        00007752
       1510-KEEP-POSTED-TRAN.                                           00007762
           IF WS-POSTED-COUNT > 0                                       00007772
              AND WS-POSTED-TRAN-ID (WS-POSTED-COUNT) = PH-TRAN-ID      00007782
              GO TO 1510-EXIT                                           00007792
           END-IF                                                       00007802
           IF WS-POSTED-COUNT NOT < WS-POSTED-MAX                       00007812
              MOVE "POSTED-TODAY TABLE FULL" TO WS-ABEND-MESSAGE        00007822
              GO TO 9999-ABEND                                          00007832
           END-IF                                                       00007842
           ADD 1 TO WS-POSTED-COUNT                                     00007852
           MOVE PH-TRAN-ID TO WS-POSTED-TRAN-ID (WS-POSTED-COUNT).      00007862
       1510-EXIT.                                                       00007872
           EXIT.                                                        00007882
                                                                        00007892
      *> ***************************************************************00007902
      *> READ THE CHECKPOINT LOG, IF ANY, TO THE LAST COMMIT OF A RUN   00007912
      *> THAT DID NOT FINISH, THEN REOPEN IT FOR EXTEND.  THE STREAM    00007922
      *> DELETES THE LOG WHEN THE STEP ENDS CLEANLY, SO A LOG FOR       00007932
      *> ANOTHER PROCESSING DATE IS AN UNFINISHED NIGHT NOBODY HAS      00007942
      *> RESOLVED AND THE RUN STOPS                                     00007952
      *> ***************************************************************00007962
       1600-OPEN-CHECKPOINT.                                            00007972
           OPEN INPUT ARTH-CKPT-FILE                                    00007982
           EVALUATE FS-ARTH-CKPT-FILE                                   00007992
             WHEN "00"                                                  00008002
               PERFORM UNTIL WS-CKPT-EOF                                00008012
                 READ ARTH-CKPT-FILE INTO WS-CKPT-REC                   00008022
                   AT END                                               00008032
                     SET WS-CKPT-EOF TO TRUE                            00008042
                   NOT AT END                                           00008052
                     SET WS-RESTARTING TO TRUE                          00008062
                 END-READ                                               00008072
               END-PERFORM                                              00008082
               CLOSE ARTH-CKPT-FILE                                     00008092
               OPEN EXTEND ARTH-CKPT-FILE                               00008102
             WHEN "35"                                                  00008112
               OPEN OUTPUT ARTH-CKPT-FILE                               00008122
             WHEN OTHER                                                 00008132
               MOVE "OPEN FAILED ON ARTH-CKPT-FILE" TO WS-ABEND-MESSAGE 00008142
               GO TO 9999-ABEND                                         00008152
           END-EVALUATE                                                 00008162
           IF FS-ARTH-CKPT-FILE NOT = "00"                              00008172
              MOVE "OPEN FAILED ON ARTH-CKPT-FILE" TO WS-ABEND-MESSAGE  00008182
              GO TO 9999-ABEND                                          00008192
           END-IF                                                       00008202
           IF WS-RESTARTING                                             00008212
              AND CKP-PROC-DATE NOT = WS-CONTRACT-DATE                  00008222
              MOVE "CHECKPOINT LOG IS FOR ANOTHER PROCESSING DATE" TO   00008232
                 WS-ABEND-MESSAGE                                       00008242
              GO TO 9999-ABEND                                          00008252
           END-IF.                                                      00008262
       1600-EXIT.                                                       00008272
           EXIT.                                                        00008282
                                                                        00008292
      *> ***************************************************************00008302
      *> TONIGHT'S JOURNAL, REMITTANCE EXTRACT AND SUSPENSE FILE ARE    00008312
      *> EXTENDED, NOT REPLACED: THE STREAM CLEARS THEM BEFORE A FRESH  00008322
      *> RUN, SO ANYTHING ON THEM NOW WAS WRITTEN BY AN ATTEMPT THAT    00008332
      *> DID NOT FINISH.  THE JOURNAL AND REMITTANCE DETAILS ALREADY    00008342
      *> THERE ARE COUNTED BACK INTO THEIR TRAILER TOTALS               00008352
      *> ***************************************************************00008362
       1700-OPEN-NIGHT-OUTPUTS.                                         00008372
           MOVE 'N' TO WS-RCT-EOF-SW                                    00008382
           OPEN INPUT GL-JRNL-FILE                                      00008392
           EVALUATE FS-GL-JRNL-FILE                                     00008402
             WHEN "00"                                                  00008412
               PERFORM UNTIL WS-RCT-EOF                                 00008422
                 READ GL-JRNL-FILE                                      00008432
                   AT END                                               00008442
                     SET WS-RCT-EOF TO TRUE                             00008452
                   NOT AT END                                           00008462
                     IF JRNL-TRAILER-REC                                00008472
                        MOVE "GL-JRNL-FILE ALREADY CARRIES A TRAILER"   00008482
                           TO WS-ABEND-MESSAGE                          00008492
                        GO TO 9999-ABEND                                00008502
                     END-IF                                             00008512
                     ADD 1 TO WS-JRNL-REC-COUNT                         00008522
                     ADD JRNL-AMOUNT TO WS-JRNL-AMOUNT-HASH             00008532
                 END-READ                                               00008542
               END-PERFORM                                              00008552
               CLOSE GL-JRNL-FILE                                       00008562
               OPEN EXTEND GL-JRNL-FILE                                 00008572
             WHEN "35"                                                  00008582
               OPEN OUTPUT GL-JRNL-FILE                                 00008592
             WHEN OTHER                                                 00008602
               CONTINUE                                                 00008612
           END-EVALUATE                                                 00008622
           IF FS-GL-JRNL-FILE NOT = "00"                                00008632
              MOVE "OPEN FAILED ON GL-JRNL-FILE" TO                     00008642
                 WS-ABEND-MESSAGE                                       00008652
              GO TO 9999-ABEND                                          00008662
           END-IF                                                       00008672
                                                                        00008682
           MOVE 'N' TO WS-RCT-EOF-SW                                    00008692
           OPEN INPUT WHLD-REM-FILE                                     00008702
           EVALUATE FS-WHLD-REM-FILE                                    00008712
             WHEN "00"                                                  00008722
               PERFORM UNTIL WS-RCT-EOF                                 00008732
                 READ WHLD-REM-FILE                                     00008742
                   AT END                                               00008752
                     SET WS-RCT-EOF TO TRUE                             00008762
                   NOT AT END                                           00008772
                     IF REM-TRAILER-REC                                 00008782
                        MOVE "WHLD-REM-FILE ALREADY CARRIES A TRAILER"  00008792
                           TO WS-ABEND-MESSAGE                          00008802
                        GO TO 9999-ABEND                                00008812
                     END-IF                                             00008822
                     ADD 1 TO WS-WHLD-POSTED                            00008832
                     ADD REM-WHLD-CENTS TO WS-WHLD-TOTAL-CENTS          00008842
                 END-READ                                               00008852
               END-PERFORM                                              00008862
               CLOSE WHLD-REM-FILE                                      00008872
               OPEN EXTEND WHLD-REM-FILE                                00008882
             WHEN "35"                                                  00008892
               OPEN OUTPUT WHLD-REM-FILE                                00008902
             WHEN OTHER                                                 00008912
               CONTINUE                                                 00008922
           END-EVALUATE                                                 00008932
           IF FS-WHLD-REM-FILE NOT = "00"                               00008942
              MOVE "OPEN FAILED ON WHLD-REM-FILE" TO WS-ABEND-MESSAGE   00008952
              GO TO 9999-ABEND                                          00008962
           END-IF                                                       00008972
                                                                        00008982
           OPEN EXTEND PYMT-SUSP-FILE                                   00008992
           IF FS-PYMT-SUSP-FILE = "35"                                  00009002
              OPEN OUTPUT PYMT-SUSP-FILE                                00009012
           END-IF                                                       00009022
           IF FS-PYMT-SUSP-FILE NOT = "00"                              00009032
              MOVE "OPEN FAILED ON PYMT-SUSP-FILE" TO WS-ABEND-MESSAGE  00009042
              GO TO 9999-ABEND                                          00009052
           END-IF                                                       00009062
           IF WS-JRNL-REC-COUNT > 0                                     00009072
              DISPLAY "JOURNAL RECORDS CARRIED FORWARD: "               00009082
                WS-JRNL-REC-COUNT                                       00009092
           END-IF.                                                      00009102
       1700-EXIT.                                                       00009112
           EXIT.                                                        00009122
                                                                        00009132
      *> ***************************************************************00009142
      *> PICK UP THE TOTALS AT THE LAST COMMIT.  AFTER AN IN-FLIGHT     00009152
      *> COMMIT THE TRANSACTIONS IT COVERS ARE READ PAST; AFTER A FEED  00009162
      *> THAT FAILED ITS PROOF THE CORRECTED FEED IS READ FROM THE TOP  00009172
      *> AND ITS COUNTS START AGAIN.  EITHER WAY ANYTHING THAT POSTED   00009182
      *> SINCE IS REFUSED BY THE POSTED-TODAY CHECK                     00009192
      *> ***************************************************************00009202
       1800-RESUME-FROM-CHECKPOINT.                                     00009212
           MOVE CKP-TOTAL-INTEREST TO WS-TOTAL-INTEREST                 00009222
           MOVE CKP-TOTAL-PREMIUM TO WS-TOTAL-PREMIUM                   00009232
           MOVE CKP-TOTAL-DEBITS TO WS-TOTAL-DEBITS                     00009242
           MOVE CKP-TOTAL-CREDITS TO WS-TOTAL-CREDITS                   00009252
           MOVE CKP-TOTAL-INT-REVERSALS TO WS-TOTAL-INT-REVERSALS       00009262
           MOVE CKP-TOTAL-PREM-REFUNDS TO WS-TOTAL-PREM-REFUNDS         00009272
           MOVE CKP-CONTRACTS-OPENED TO WS-CONTRACTS-OPENED             00009282
           MOVE CKP-CONTRACTS-CLOSED TO WS-CONTRACTS-CLOSED             00009292
           MOVE CKP-TOTAL-WITHHELD TO WS-TOTAL-WITHHELD                 00009302
           MOVE CKP-PYMTS-APPLIED TO WS-PYMTS-APPLIED                   00009312
           MOVE CKP-TOTAL-PYMT-APPLIED TO WS-TOTAL-PYMT-APPLIED         00009322
           MOVE CKP-PYMTS-SUSPENDED TO WS-PYMTS-SUSPENDED               00009332
           MOVE CKP-TOTAL-PYMT-SUSPENSE TO WS-TOTAL-PYMT-SUSPENSE       00009342
           MOVE CKP-FEES-ASSESSED TO WS-FEES-ASSESSED                   00009352
           MOVE CKP-CONTRACTS-PAID-OFF TO WS-CONTRACTS-PAID-OFF         00009362
           MOVE CKP-QUOTES-MATCHED TO WS-QUOTES-MATCHED                 00009372
           MOVE CKP-BV-ADJUSTED TO WS-BV-ADJUSTED                       00009382
           MOVE CKP-BV-EXCEPTIONS TO WS-BV-EXCEPTIONS                   00009392
           MOVE CKP-TOTAL-BV-ACCRUED TO WS-TOTAL-BV-ACCRUED             00009402
           MOVE CKP-TOTAL-BV-REVERSED TO WS-TOTAL-BV-REVERSED           00009412
           IF CKP-IN-FLIGHT                                             00009422
              MOVE CKP-TRANS-READ TO WS-TRANS-READ                      00009432
              MOVE CKP-TRANS-READ TO WS-CKPT-SKIP                       00009442
              MOVE CKP-TRANS-REJECTED TO WS-TRANS-REJECTED              00009452
              MOVE CKP-TRANS-DUPLICATE TO WS-TRANS-DUPLICATE            00009462
              PERFORM UNTIL WS-CKPT-SKIPPED NOT < WS-CKPT-SKIP          00009472
                      OR WS-EOF                                         00009482
                 ADD 1 TO WS-CKPT-SKIPPED                               00009492
                 PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT           00009502
              END-PERFORM                                               00009512
              DISPLAY "RESTARTING ARITH AFTER TRAN ID: "                00009522
                CKP-LAST-TRAN-ID                                        00009532
              DISPLAY "TRANSACTIONS SKIPPED ON RESTART: "               00009542
                WS-CKPT-SKIPPED                                         00009552
           ELSE                                                         00009562
              DISPLAY "RERUNNING ARITH ON A CORRECTED FEED FOR "        00009572
                CKP-PROC-DATE                                           00009582
           END-IF                                                       00009592
           MOVE "RESTART     " TO ALOG-ACTION                           00009602
           MOVE "RESUMED FROM THE LAST CHECKPOINT" TO ALOG-DETAIL       00009612
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00009622
       1800-EXIT.                                                       00009632
           EXIT.                                                        00009642
                                                                        00009652
      *> ***************************************************************00009662
      *> NOTE THE INTEREST POSTING (OR REVERSAL) ON THE YEAR'S          00009672
      *> POSTING HISTORY.  WS-POSTING-AMT HOLDS THE AMOUNT JUST         00009682
      *> POSTED                                                         00009692
      *> ***************************************************************00009702
       2770-WRITE-POST-HIST.                                            00009712
           MOVE WS-CONTRACT-DATE TO PH-DATE                             00009722
           MOVE TRAN-ID OF WS-TRAN-REC TO PH-TRAN-ID                    00009732
           MOVE TRAN-ACCT-NO OF WS-TRAN-REC TO PH-ACCT-NO               00009742
           MOVE TRAN-TYPE OF WS-TRAN-REC TO PH-TYPE                     00009752
           COMPUTE PH-AMOUNT-CENTS = WS-POSTING-AMT * 100               00009762
              ON SIZE ERROR                                             00009772
                 MOVE ZEROES TO PH-AMOUNT-CENTS                         00009782
           END-COMPUTE                                                  00009792
           WRITE POST-HIST-RECORD                                       00009802
           IF FS-POST-HIST-FILE NOT = "00"                              00009812
              DISPLAY "WRITE FAILED, POST-HIST STATUS: "                00009822
                FS-POST-HIST-FILE                                       00009832
           END-IF.                                                      00009842
       2770-EXIT.                                                       00009852
           EXIT.                                                        00009862
                                                                        00009872
      *> ***************************************************************00009882
      *> ONE SLICE OF A PAYMENT: ITS BALANCED PAIR UNDER THE SLICE'S    00009892
      *> COA TYPE (NO MAPPING POSTS TO SUSPENSE AS EVER) AND ITS        00009902
      *> POSTING-HISTORY ENTRY UNDER THE SAME TYPE.  A ZERO SLICE       00009912
      *> POSTS NOTHING                                                  00009922
      *> ***************************************************************00009932
       2780-POST-PAYMENT-SLICE.                                         00009942
           IF WS-PYMT-PART-AMT NOT > 0                                  00009952
              GO TO 2780-EXIT                                           00009962
           END-IF                                                       00009972
           MOVE 'N' TO WS-COA-FOUND-SW                                  00009982
           MOVE WS-SUSPENSE-ACCOUNT TO WS-JRNL-DR-ACCOUNT               00009992
           MOVE WS-SUSPENSE-ACCOUNT TO WS-JRNL-CR-ACCOUNT               00010002
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1                       00010012
                    UNTIL WS-COA-SUB > WS-COA-COUNT                     00010022
                    OR WS-COA-FOUND                                     00010032
             IF TBL-COA-TRAN-TYPE (WS-COA-SUB) = WS-PYMT-COA-TYPE       00010042
                SET WS-COA-FOUND TO TRUE                                00010052
                MOVE TBL-COA-DR-ACCOUNT (WS-COA-SUB) TO                 00010062
                   WS-JRNL-DR-ACCOUNT                                   00010072
                MOVE TBL-COA-CR-ACCOUNT (WS-COA-SUB) TO                 00010082
                   WS-JRNL-CR-ACCOUNT                                   00010092
             END-IF                                                     00010102
           END-PERFORM                                                  00010112
           IF NOT WS-COA-FOUND                                          00010122
              DISPLAY "NO GL MAPPING FOR TYPE " WS-PYMT-COA-TYPE        00010132
                ", SUSPENSE USED"                                       00010142
           END-IF                                                       00010152
           COMPUTE WS-JRNL-AMOUNT-CENTS = WS-PYMT-PART-AMT * 100        00010162
              ON SIZE ERROR                                             00010172
                 DISPLAY "SIZE ERROR CONVERTING PAYMENT AMOUNT"         00010182
                 MOVE ZEROES TO WS-JRNL-AMOUNT-CENTS                    00010192
           END-COMPUTE                                                  00010202
           MOVE SPACES TO GL-JRNL-RECORD                                00010212
           SET JRNL-DETAIL-REC TO TRUE                                  00010222
           MOVE TRAN-ID OF WS-TRAN-REC TO JRNL-TRAN-ID                  00010232
           MOVE WS-JRNL-DR-ACCOUNT TO JRNL-GL-ACCOUNT                   00010242
           MOVE 'DR' TO JRNL-DR-CR                                      00010252
           MOVE WS-JRNL-AMOUNT-CENTS TO JRNL-AMOUNT                     00010262
           WRITE GL-JRNL-RECORD                                         00010272
           ADD 1 TO WS-JRNL-REC-COUNT                                   00010282
           ADD WS-JRNL-AMOUNT-CENTS TO WS-JRNL-AMOUNT-HASH              00010292
           MOVE SPACES TO GL-JRNL-RECORD                                00010302
           SET JRNL-DETAIL-REC TO TRUE                                  00010312
           MOVE TRAN-ID OF WS-TRAN-REC TO JRNL-TRAN-ID                  00010322
           MOVE WS-JRNL-CR-ACCOUNT TO JRNL-GL-ACCOUNT                   00010332
           MOVE 'CR' TO JRNL-DR-CR                                      00010342
           MOVE WS-JRNL-AMOUNT-CENTS TO JRNL-AMOUNT                     00010352
           WRITE GL-JRNL-RECORD                                         00010362
           ADD 1 TO WS-JRNL-REC-COUNT                                   00010372
           ADD WS-JRNL-AMOUNT-CENTS TO WS-JRNL-AMOUNT-HASH              00010382
                                                                        00010392
           MOVE WS-CONTRACT-DATE TO PH-DATE                             00010402
           MOVE TRAN-ID OF WS-TRAN-REC TO PH-TRAN-ID                    00010412
           MOVE TRAN-ACCT-NO OF WS-TRAN-REC TO PH-ACCT-NO               00010422
           MOVE WS-PYMT-COA-TYPE TO PH-TYPE                             00010432
           MOVE WS-JRNL-AMOUNT-CENTS TO PH-AMOUNT-CENTS                 00010442
           WRITE POST-HIST-RECORD                                       00010452
           IF FS-POST-HIST-FILE NOT = "00"                              00010462
              DISPLAY "WRITE FAILED, POST-HIST STATUS: "                00010472
                FS-POST-HIST-FILE                                       00010482
           END-IF.                                                      00010492
       2780-EXIT.                                                       00010502
           EXIT.                                                        00010512
                                                                        00010522
      *> ***************************************************************00010532
      *> BACKUP WITHHOLDING ON AN INTEREST POSTING FOR A FLAGGED        00010542
      *> ACCOUNT: THE WITHHELD SLICE MOVES TO ITS OWN GL ACCOUNT        00010552
      *> THROUGH THE COA 'WHLD' MAPPING AND GOES ON THE REMITTANCE      00010562
      *> EXTRACT.  THE EXPOSURE ON THIS ONE WAS NOT HYPOTHETICAL        00010572
      *> ***************************************************************00010582
       2720-APPLY-WITHHOLDING.                                          00010592
           MOVE 'N' TO WS-WHLD-FOUND-SW                                 00010602
           MOVE ZEROES TO WS-WHLD-RATE                                  00010612
           PERFORM VARYING WS-WHLD-SUB FROM 1 BY 1                      00010622
                    UNTIL WS-WHLD-SUB > WS-WHLD-COUNT                   00010632
                    OR WS-WHLD-FOUND                                    00010642
             IF TBL-WHL-ACCT-NO (WS-WHLD-SUB) =                         00010652
                   TRAN-ACCT-NO OF WS-TRAN-REC                          00010662
                SET WS-WHLD-FOUND TO TRUE                               00010672
                MOVE TBL-WHL-RATE (WS-WHLD-SUB) TO WS-WHLD-RATE         00010682
             END-IF                                                     00010692
           END-PERFORM                                                  00010702
           IF NOT WS-WHLD-FOUND                                         00010712
              GO TO 2720-EXIT                                           00010722
           END-IF                                                       00010732
           COMPUTE WS-WHLD-AMT ROUNDED =                                00010742
              WS-INTEREST-AMT * WS-WHLD-RATE                            00010752
              ON SIZE ERROR                                             00010762
                 DISPLAY "SIZE ERROR ON WITHHOLDING, TRAN ID: "         00010772
                   TRAN-ID OF WS-TRAN-REC                               00010782
                 MOVE ZEROES TO WS-WHLD-AMT                             00010792
           END-COMPUTE                                                  00010802
           IF WS-WHLD-AMT = ZEROES                                      00010812
              GO TO 2720-EXIT                                           00010822
           END-IF                                                       00010832
           PERFORM 2760-WRITE-WHLD-PAIR THRU 2760-EXIT                  00010842
           COMPUTE WS-WHLD-CENTS = WS-WHLD-AMT * 100                    00010852
              ON SIZE ERROR                                             00010862
                 MOVE ZEROES TO WS-WHLD-CENTS                           00010872
           END-COMPUTE                                                  00010882
           COMPUTE WS-GROSS-CENTS = WS-INTEREST-AMT * 100               00010892
              ON SIZE ERROR                                             00010902
                 MOVE ZEROES TO WS-GROSS-CENTS                          00010912
           END-COMPUTE                                                  00010922
           MOVE SPACES TO WHLD-REM-RECORD                               00010932
           SET REM-DETAIL-REC TO TRUE                                   00010942
           MOVE TRAN-ACCT-NO OF WS-TRAN-REC TO REM-ACCT-NO              00010952
           MOVE TRAN-ID OF WS-TRAN-REC TO REM-TRAN-ID                   00010962
           MOVE WS-GROSS-CENTS TO REM-GROSS-CENTS                       00010972
           MOVE WS-WHLD-CENTS TO REM-WHLD-CENTS                         00010982
           MOVE WS-CONTRACT-DATE TO REM-DATE                            00010992
           WRITE WHLD-REM-RECORD                                        00011002
           ADD 1 TO WS-WHLD-POSTED                                      00011012
           ADD WS-WHLD-AMT TO WS-TOTAL-WITHHELD                         00011022
              ON SIZE ERROR                                             00011032
                 DISPLAY "SIZE ERROR ON TOTAL WITHHELD"                 00011042
           END-ADD                                                      00011052
           ADD WS-WHLD-CENTS TO WS-WHLD-TOTAL-CENTS                     00011062
           MOVE "WHLD POSTED " TO ALOG-ACTION                           00011072
           MOVE "BACKUP WITHHOLDING TAKEN ON INTEREST" TO ALOG-DETAIL   00011082
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00011092
       2720-EXIT.                                                       00011102
           EXIT.                                                        00011112
                                                                        00011122
      *> ***************************************************************00011132
      *> THE WITHHELD SLICE'S OWN BALANCED PAIR, UNDER COA TYPE         00011142
      *> 'WHLD'; NO MAPPING POSTS TO SUSPENSE AS EVER                   00011152
      *> ***************************************************************00011162
       2760-WRITE-WHLD-PAIR.                                            00011172
           MOVE 'N' TO WS-COA-FOUND-SW                                  00011182
           MOVE WS-SUSPENSE-ACCOUNT TO WS-JRNL-DR-ACCOUNT               00011192
           MOVE WS-SUSPENSE-ACCOUNT TO WS-JRNL-CR-ACCOUNT               00011202
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1                       00011212
                    UNTIL WS-COA-SUB > WS-COA-COUNT                     00011222
                    OR WS-COA-FOUND                                     00011232
             IF TBL-COA-TRAN-TYPE (WS-COA-SUB) = 'WHLD'                 00011242
                SET WS-COA-FOUND TO TRUE                                00011252
                MOVE TBL-COA-DR-ACCOUNT (WS-COA-SUB) TO                 00011262
                   WS-JRNL-DR-ACCOUNT                                   00011272
                MOVE TBL-COA-CR-ACCOUNT (WS-COA-SUB) TO                 00011282
                   WS-JRNL-CR-ACCOUNT                                   00011292
             END-IF                                                     00011302
           END-PERFORM                                                  00011312
           IF NOT WS-COA-FOUND                                          00011322
              DISPLAY "NO GL MAPPING FOR TYPE WHLD, SUSPENSE USED"      00011332
           END-IF                                                       00011342
           COMPUTE WS-JRNL-AMOUNT-CENTS = WS-WHLD-AMT * 100             00011352
              ON SIZE ERROR                                             00011362
                 DISPLAY "SIZE ERROR CONVERTING WHLD AMOUNT"            00011372
                 MOVE ZEROES TO WS-JRNL-AMOUNT-CENTS                    00011382
           END-COMPUTE                                                  00011392
           MOVE SPACES TO GL-JRNL-RECORD                                00011402
           SET JRNL-DETAIL-REC TO TRUE                                  00011412
           MOVE TRAN-ID OF WS-TRAN-REC TO JRNL-TRAN-ID                  00011422
           MOVE WS-JRNL-DR-ACCOUNT TO JRNL-GL-ACCOUNT                   00011432
           MOVE 'DR' TO JRNL-DR-CR                                      00011442
           MOVE WS-JRNL-AMOUNT-CENTS TO JRNL-AMOUNT                     00011452
           WRITE GL-JRNL-RECORD                                         00011462
           ADD 1 TO WS-JRNL-REC-COUNT                                   00011472
           ADD WS-JRNL-AMOUNT-CENTS TO WS-JRNL-AMOUNT-HASH              00011482
           MOVE SPACES TO GL-JRNL-RECORD                                00011492
           SET JRNL-DETAIL-REC TO TRUE                                  00011502
           MOVE TRAN-ID OF WS-TRAN-REC TO JRNL-TRAN-ID                  00011512
           MOVE WS-JRNL-CR-ACCOUNT TO JRNL-GL-ACCOUNT                   00011522
           MOVE 'CR' TO JRNL-DR-CR                                      00011532
           MOVE WS-JRNL-AMOUNT-CENTS TO JRNL-AMOUNT                     00011542
           WRITE GL-JRNL-RECORD                                         00011552
           ADD 1 TO WS-JRNL-REC-COUNT                                   00011562
           ADD WS-JRNL-AMOUNT-CENTS TO WS-JRNL-AMOUNT-HASH.             00011572
       2760-EXIT.                                                       00011582
           EXIT.                                                        00011592
                                                                        00011602
      *> ***************************************************************00011612
      *> A BACK-VALUED INTR: THE CONTRACT STARTS ON ITS EFFECTIVE DATE  00011622
      *> AND EVERY MONTH END ACCRMNTH HAS PASSED SINCE THEN, UP TO THE  00011632
      *> TERM, IS ACCRUED NOW.  2800 OPENS THE CONTRACT WITH THOSE      00011642
      *> PERIODS DONE AND THE OPEN MONTHS' INTEREST ACCRUED; A NOT      00011652
      *> BACK-VALUED ONE OPENS TODAY WITH NOTHING, AS IT ALWAYS HAS     00011662
      *> ***************************************************************00011672
       2740-BACK-VALUE-INTR.                                            00011682
           MOVE WS-CONTRACT-DATE TO WS-BV-START-DATE                    00011692
           MOVE ZEROES TO WS-BV-PERIODS                                 00011702
           MOVE ZEROES TO WS-BV-OPEN-AMT                                00011712
           MOVE ZEROES TO WS-BV-CLOSED-AMT                              00011722
           IF TRAN-EFF-DATE OF WS-TRAN-REC NOT NUMERIC                  00011732
              OR TRAN-EFF-DATE OF WS-TRAN-REC = ZEROES                  00011742
              OR TRAN-EFF-DATE OF WS-TRAN-REC NOT < WS-CONTRACT-DATE    00011752
              GO TO 2740-EXIT                                           00011762
           END-IF                                                       00011772
           MOVE TRAN-EFF-DATE OF WS-TRAN-REC TO WS-BV-START-DATE        00011782
           MOVE TRAN-PRINCIPAL OF WS-TRAN-REC TO WS-BV-PRINCIPAL        00011792
           MOVE TRAN-PRINCIPAL OF WS-TRAN-REC TO WS-BV-BASE             00011802
           MOVE TRAN-RATE OF WS-TRAN-REC TO WS-BV-RATE                  00011812
           MOVE TRAN-CALC-METHOD OF WS-TRAN-REC TO WS-BV-METHOD         00011822
           MOVE TRAN-TERM-MONTHS OF WS-TRAN-REC TO WS-BV-MAX-PERIODS    00011832
           PERFORM 2745-BACK-VALUE-MONTHS THRU 2745-EXIT.               00011842
       2740-EXIT.                                                       00011852
           EXIT.                                                        00011862
                                                                        00011872
      *> ***************************************************************00011882
      *> A BACK-VALUED PAYMENT: THE PRINCIPAL IT RETIRED HAS GONE ON    00011892
      *> ACCRUING SINCE ITS EFFECTIVE DATE.  THAT INTEREST - ON THE     00011902
      *> PRINCIPAL SLICE ALONE, SIMPLE OR DAILY, NO FURTHER BACK THAN   00011912
      *> THE PERIODS THE CONTRACT HAS ACCRUED - COMES BACK OFF THE      00011922
      *> CONTRACT'S ACCRUED INTEREST.  WHAT THE ACCRUED INTEREST LEFT   00011932
      *> CANNOT ABSORB GOES TO THE EXCEPTION REPORT FOR THE DESK        00011942
      *> ***************************************************************00011952
       2742-BACK-VALUE-PYMT.                                            00011962
           MOVE ZEROES TO WS-BV-PERIODS                                 00011972
           MOVE ZEROES TO WS-BV-OPEN-AMT                                00011982
           MOVE ZEROES TO WS-BV-CLOSED-AMT                              00011992
           IF TRAN-EFF-DATE OF WS-TRAN-REC NOT NUMERIC                  00012002
              OR TRAN-EFF-DATE OF WS-TRAN-REC = ZEROES                  00012012
              OR TRAN-EFF-DATE OF WS-TRAN-REC NOT < WS-CONTRACT-DATE    00012022
              OR WS-PYMT-PRIN NOT > 0                                   00012032
              GO TO 2742-EXIT                                           00012042
           END-IF                                                       00012052
           MOVE WS-PYMT-PRIN TO WS-BV-PRINCIPAL                         00012062
           MOVE WS-PYMT-PRIN TO WS-BV-BASE                              00012072
           MOVE CON-RATE TO WS-BV-RATE                                  00012082
           IF CON-CALC-METHOD = 'D'                                     00012092
              MOVE 'D' TO WS-BV-METHOD                                  00012102
           ELSE                                                         00012112
              MOVE 'S' TO WS-BV-METHOD                                  00012122
           END-IF                                                       00012132
           MOVE CON-PERIODS-DONE TO WS-BV-MAX-PERIODS                   00012142
           PERFORM 2745-BACK-VALUE-MONTHS THRU 2745-EXIT                00012152
           IF WS-BV-OPEN-AMT > CON-ACCRUED-AMT                          00012162
              IF CON-ACCRUED-AMT > 0                                    00012172
                 COMPUTE WS-BV-EXC-AMT =                                00012182
                    WS-BV-OPEN-AMT - CON-ACCRUED-AMT                    00012192
                    ON SIZE ERROR                                       00012202
                       MOVE WS-BV-OPEN-AMT TO WS-BV-EXC-AMT             00012212
                 END-COMPUTE                                            00012222
                 MOVE CON-ACCRUED-AMT TO WS-BV-OPEN-AMT                 00012232
              ELSE                                                      00012242
                 MOVE WS-BV-OPEN-AMT TO WS-BV-EXC-AMT                   00012252
                 MOVE ZEROES TO WS-BV-OPEN-AMT                          00012262
              END-IF                                                    00012272
              MOVE "REVERSAL EXCEEDS INTEREST STILL ACCRUED"            00012282
                 TO WS-BV-EXC-TEXT                                      00012292
              PERFORM 2795-WRITE-BV-EXCEPTION THRU 2795-EXIT            00012302
           END-IF                                                       00012312
           IF WS-BV-OPEN-AMT NOT > 0                                    00012322
              GO TO 2742-EXIT                                           00012332
           END-IF                                                       00012342
           SUBTRACT WS-BV-OPEN-AMT FROM CON-ACCRUED-AMT                 00012352
              ON SIZE ERROR                                             00012362
                 MOVE ZEROES TO CON-ACCRUED-AMT                         00012372
           END-SUBTRACT                                                 00012382
           REWRITE CONTRACT-RECORD                                      00012392
           IF FS-CONTRACT-FILE NOT = "00"                               00012402
              DISPLAY "REWRITE FAILED, CONTRACT STATUS: "               00012412
                FS-CONTRACT-FILE                                        00012422
              MOVE WS-BV-OPEN-AMT TO WS-BV-EXC-AMT                      00012432
              MOVE "CONTRACT COULD NOT BE UPDATED" TO WS-BV-EXC-TEXT    00012442
              PERFORM 2795-WRITE-BV-EXCEPTION THRU 2795-EXIT            00012452
              GO TO 2742-EXIT                                           00012462
           END-IF                                                       00012472
           MOVE 'BVRV' TO WS-PYMT-COA-TYPE                              00012482
           PERFORM 2790-POST-BACK-VALUE THRU 2790-EXIT.                 00012492
       2742-EXIT.                                                       00012502
           EXIT.                                                        00012512
                                                                        00012522
      *> ***************************************************************00012532
      *> WALK THE MONTHS FROM THE EFFECTIVE DATE'S UP TO (NOT           00012542
      *> INCLUDING) THE PROCESSING DATE'S - THE MONTH ENDS ACCRMNTH     00012552
      *> HAS ALREADY RUN - STOPPING AT WS-BV-MAX-PERIODS                00012562
      *> ***************************************************************00012572
       2745-BACK-VALUE-MONTHS.                                          00012582
           COMPUTE WS-BV-YYYYMM = TRAN-EFF-DATE OF WS-TRAN-REC / 100    00012592
           COMPUTE WS-BV-END-YYYYMM = WS-CONTRACT-DATE / 100            00012602
           PERFORM 2748-BACK-VALUE-ONE-MONTH THRU 2748-EXIT             00012612
              UNTIL WS-BV-YYYYMM NOT < WS-BV-END-YYYYMM                 00012622
                 OR WS-BV-PERIODS NOT < WS-BV-MAX-PERIODS.              00012632
       2745-EXIT.                                                       00012642
           EXIT.                                                        00012652
                                                                        00012662
      *> ***************************************************************00012672
      *> ONE MONTH, ACCRUED AS ACCRMNTH ACCRUES IT: COMPOUND ON THE     00012682
      *> PRINCIPAL PLUS WHAT HAS ACCRUED SO FAR, DAILY ON 30/365,       00012692
      *> SIMPLE ON RATE/12.  AN OPEN MONTH ADDS TO THE ADJUSTMENT, A    00012702
      *> CLOSED ONE IS REPORTED AND LEFT OUT OF IT                      00012712
      *> ***************************************************************00012722
       2748-BACK-VALUE-ONE-MONTH.                                       00012732
           IF WS-BV-METHOD = 'M'                                        00012742
              COMPUTE WS-BV-BASE =                                      00012752
                 WS-BV-PRINCIPAL + WS-BV-OPEN-AMT + WS-BV-CLOSED-AMT    00012762
                 ON SIZE ERROR                                          00012772
                    MOVE WS-BV-PRINCIPAL TO WS-BV-BASE                  00012782
              END-COMPUTE                                               00012792
           END-IF                                                       00012802
           IF WS-BV-METHOD = 'D'                                        00012812
              COMPUTE WS-BV-MONTH-AMT ROUNDED =                         00012822
                 WS-BV-BASE * WS-BV-RATE * 30 / 365                     00012832
                 ON SIZE ERROR                                          00012842
                    MOVE ZEROES TO WS-BV-MONTH-AMT                      00012852
              END-COMPUTE                                               00012862
           ELSE                                                         00012872
              COMPUTE WS-BV-MONTH-AMT ROUNDED =                         00012882
                 WS-BV-BASE * WS-BV-RATE / 12                           00012892
                 ON SIZE ERROR                                          00012902
                    MOVE ZEROES TO WS-BV-MONTH-AMT                      00012912
              END-COMPUTE                                               00012922
           END-IF                                                       00012932
           MOVE 'N' TO WS-BV-CLOSED-SW                                  00012942
           PERFORM VARYING WS-CLOSED-SUB FROM 1 BY 1                    00012952
                    UNTIL WS-CLOSED-SUB > WS-CLOSED-COUNT               00012962
                    OR WS-BV-MONTH-CLOSED                               00012972
             IF WS-CLOSED-YYYYMM (WS-CLOSED-SUB) = WS-BV-YYYYMM         00012982
                SET WS-BV-MONTH-CLOSED TO TRUE                          00012992
             END-IF                                                     00013002
           END-PERFORM                                                  00013012
           IF WS-BV-MONTH-CLOSED                                        00013022
              ADD WS-BV-MONTH-AMT TO WS-BV-CLOSED-AMT                   00013032
                 ON SIZE ERROR                                          00013042
                    DISPLAY "SIZE ERROR ON BACK-VALUE, TRAN ID: "       00013052
                      TRAN-ID OF WS-TRAN-REC                            00013062
              END-ADD                                                   00013072
              IF WS-BV-MONTH-AMT > 0                                    00013082
                 MOVE WS-BV-MONTH-AMT TO WS-BV-EXC-AMT                  00013092
                 MOVE "MONTH CLOSED - NOT ADJUSTED" TO WS-BV-EXC-TEXT   00013102
                 PERFORM 2795-WRITE-BV-EXCEPTION THRU 2795-EXIT         00013112
              END-IF                                                    00013122
           ELSE                                                         00013132
              ADD WS-BV-MONTH-AMT TO WS-BV-OPEN-AMT                     00013142
                 ON SIZE ERROR                                          00013152
                    DISPLAY "SIZE ERROR ON BACK-VALUE, TRAN ID: "       00013162
                      TRAN-ID OF WS-TRAN-REC                            00013172
              END-ADD                                                   00013182
           END-IF                                                       00013192
           ADD 1 TO WS-BV-PERIODS                                       00013202
           ADD 1 TO WS-BV-MM                                            00013212
           IF WS-BV-MM > 12                                             00013222
              MOVE 1 TO WS-BV-MM                                        00013232
              ADD 1 TO WS-BV-YYYY                                       00013242
           END-IF.                                                      00013252
       2748-EXIT.                                                       00013262
           EXIT.                                                        00013272
                                                                        00013282
      *> ***************************************************************00013292
      *> POST THE OPEN-MONTH ADJUSTMENT THROUGH THE SLICE POSTER UNDER  00013302
      *> ITS OWN COA TYPE - 'BVAC' INTEREST ACCRUED LATE, 'BVRV'        00013312
      *> INTEREST ACCRUED IN ERROR AND REVERSED - SO IT CARRIES ITS     00013322
      *> BALANCED PAIR AND ITS POSTING-HISTORY ENTRY LIKE ANY SLICE     00013332
      *> ***************************************************************00013342
       2790-POST-BACK-VALUE.                                            00013352
           MOVE WS-BV-OPEN-AMT TO WS-PYMT-PART-AMT                      00013362
           PERFORM 2780-POST-PAYMENT-SLICE THRU 2780-EXIT               00013372
           ADD 1 TO WS-BV-ADJUSTED                                      00013382
           MOVE "BVAL ADJUST " TO ALOG-ACTION                           00013392
           IF WS-PYMT-COA-TYPE = 'BVAC'                                 00013402
              ADD WS-BV-OPEN-AMT TO WS-TOTAL-BV-ACCRUED                 00013412
                 ON SIZE ERROR                                          00013422
                    DISPLAY "SIZE ERROR ON TOTAL BACK-VALUE ACCRUED"    00013432
              END-ADD                                                   00013442
              MOVE "BACK-VALUED INTR ACCRUAL CAUGHT UP" TO ALOG-DETAIL  00013452
           ELSE                                                         00013462
              ADD WS-BV-OPEN-AMT TO WS-TOTAL-BV-REVERSED                00013472
                 ON SIZE ERROR                                          00013482
                    DISPLAY "SIZE ERROR ON TOTAL BACK-VALUE REVERSED"   00013492
              END-ADD                                                   00013502
              MOVE "BACK-VALUED PYMT ACCRUAL REVERSED" TO ALOG-DETAIL   00013512
           END-IF                                                       00013522
           PERFORM 8900-WRITE-AUDIT-LOG THRU 8900-EXIT.                 00013532
       2790-EXIT.                                                       00013542
           EXIT.                                                        00013552
                                                                        00013562
       2795-WRITE-BV-EXCEPTION.                                         00013572
           MOVE TRAN-ID OF WS-TRAN-REC TO BVX-TRAN-ID                   00013582
           MOVE TRAN-ACCT-NO OF WS-TRAN-REC TO BVX-ACCT-NO              00013592
           MOVE TRAN-TYPE OF WS-TRAN-REC TO BVX-TYPE                    00013602
           MOVE TRAN-EFF-DATE OF WS-TRAN-REC TO BVX-EFF-DATE            00013612
           MOVE WS-BV-YYYYMM TO BVX-PERIOD                              00013622
           MOVE WS-BV-EXC-AMT TO BVX-AMOUNT                             00013632
           MOVE WS-BV-EXC-TEXT TO BVX-TEXT                              00013642
           WRITE BVAL-EXC-LINE FROM WS-BV-EXC-DTL-LINE                  00013652
           ADD 1 TO WS-BV-EXCEPTIONS.                                   00013662
       2795-EXIT.                                                       00013672
           EXIT.                                                        00013682
                                                                        00013692
      *> ***************************************************************00013702
      *> AN INTR OPENS (OR RE-STATES) ITS CONTRACT ON THE MASTER SO     00013712
      *> THE MONTHLY ACCRUAL RUN KNOWS THE LOAN IS STILL OPEN AND       00013722
      *> EARNING.  A BACK-VALUED ONE STARTS ON ITS EFFECTIVE DATE WITH  00013732
      *> THE MONTHS SINCE ALREADY ACCRUED (2740)                        00013742
      *> ***************************************************************00013752
       2800-OPEN-CONTRACT.                                              00013762
           MOVE TRAN-ID OF WS-TRAN-REC TO CON-TRAN-ID                   00013772
           MOVE TRAN-ACCT-NO OF WS-TRAN-REC TO CON-ACCT-NO              00013782
           MOVE TRAN-PRINCIPAL OF WS-TRAN-REC TO CON-PRINCIPAL          00013792
           MOVE TRAN-RATE OF WS-TRAN-REC TO CON-RATE                    00013802
           MOVE TRAN-TERM-MONTHS OF WS-TRAN-REC TO CON-TERM-MONTHS      00013812
           MOVE TRAN-CALC-METHOD OF WS-TRAN-REC TO CON-CALC-METHOD      00013822
           MOVE WS-BV-START-DATE TO CON-START-DATE                      00013832
           MOVE WS-CONTRACT-DATE TO CON-ACCRUED-TO                      00013842
           MOVE WS-BV-PERIODS TO CON-PERIODS-DONE                       00013852
           MOVE WS-BV-OPEN-AMT TO CON-ACCRUED-AMT                       00013862
           MOVE ZEROES TO CON-FEES-DUE                                  00013872
           MOVE SPACE TO CON-MAT-INSTR                                  00013882
           MOVE SPACE TO CON-MAT-NOTICE-SW                              00013892
           SET CON-OPEN TO TRUE                                         00013902
           MOVE 'F' TO CON-RATE-TYPE                                    00013912
           WRITE CONTRACT-RECORD                                        00013922
           EVALUATE FS-CONTRACT-FILE                                    00013932
             WHEN "00"                                                  00013942
               ADD 1 TO WS-CONTRACTS-OPENED                             00013952
             WHEN "22"                                                  00013962
               REWRITE CONTRACT-RECORD                                  00013972
               IF FS-CONTRACT-FILE = "00"                               00013982
                  ADD 1 TO WS-CONTRACTS-OPENED                          00013992
               ELSE                                                     00014002
                  DISPLAY "REWRITE FAILED, CONTRACT STATUS: "           00014012
                    FS-CONTRACT-FILE                                    00014022
               END-IF                                                   00014032
             WHEN OTHER                                                 00014042
               DISPLAY "WRITE FAILED, CONTRACT STATUS: "                00014052
                 FS-CONTRACT-FILE                                       00014062
           END-EVALUATE.                                                00014072
       2800-EXIT.                                                       00014082
           EXIT.                                                        00014092
                                                                        00014102
      *> ***************************************************************00014112
      *> AN RINT BACKS THE POSTING OUT, SO ITS CONTRACT COMES OFF       00014122
      *> THE MASTER.  A REVERSAL FOR A CONTRACT NOT ON FILE IS NOTED    00014132
      *> AND LEFT TO THE DESK                                           00014142
      *> ***************************************************************00014152
       2850-CLOSE-CONTRACT.                                             00014162
           MOVE TRAN-ID OF WS-TRAN-REC TO CON-TRAN-ID                   00014172
           DELETE CONTRACT-FILE                                         00014182
           EVALUATE FS-CONTRACT-FILE                                    00014192
             WHEN "00"                                                  00014202
               ADD 1 TO WS-CONTRACTS-CLOSED                             00014212
             WHEN "23"                                                  00014222
               DISPLAY "REVERSAL FOR UNKNOWN CONTRACT, TRAN ID: "       00014232
                 TRAN-ID OF WS-TRAN-REC                                 00014242
             WHEN OTHER                                                 00014252
               DISPLAY "DELETE FAILED, CONTRACT STATUS: "               00014262
                 FS-CONTRACT-FILE                                       00014272
           END-EVALUATE.                                                00014282
       2850-EXIT.                                                       00014292
           EXIT.                                                        00014302
                                                                        00014312
      *> ***************************************************************00014322
      *> READ THE NEXT TRANSACTION.  THE EDITED FEED ENDS WITH THE      00014332
      *> STANDARD TRAILER, WHICH IS PROVEN AGAINST THE COUNT AND        00014342
      *> PRINCIPAL HASH ACCUMULATED HERE - A SHORT FEED DIES AT THE     00014352
      *> DOOR INSTEAD OF IN THE BOOKS                                   00014362
      *> ***************************************************************00014372
       2900-READ-TRANSACTION.                                           00014382
           READ ARITH-TRAN-FILE INTO WS-TRAN-REC                        00014392
           EVALUATE FS-TRAN-FILE                                        00014402
             WHEN "00"                                                  00014412
               IF WS-TRAN-REC (1:3) = 'TRL'                             00014422
                  MOVE WS-TRAN-REC (1:43) TO WS-FEED-TRAILER            00014432
                  PERFORM 8950-CHECK-FEED-TRAILER THRU 8950-EXIT        00014442
                  SET WS-EOF TO TRUE                                    00014452
               ELSE                                                     00014462
                  ADD 1 TO WS-FTC-REC-COUNT                             00014472
                  COMPUTE WS-FT-PRIN-CENTS =                            00014482
                     TRAN-PRINCIPAL OF WS-TRAN-REC * 100                00014492
                     ON SIZE ERROR                                      00014502
                        MOVE ZEROES TO WS-FT-PRIN-CENTS                 00014512
                  END-COMPUTE                                           00014522
                  ADD WS-FT-PRIN-CENTS TO WS-FTC-AMOUNT-HASH            00014532
               END-IF                                                   00014542
             WHEN "10"                                                  00014552
               SET WS-EOF TO TRUE                                       00014562
               IF NOT WS-FTC-TRAILER-SEEN                               00014572
                  DISPLAY "*** NO FEED TRAILER - FEED MAY BE SHORT"     00014582
                  SET WS-FTC-FAILED TO TRUE                             00014592
               END-IF                                                   00014602
             WHEN OTHER                                                 00014612
               DISPLAY "READ FAILED, ARITH-TRAN-FILE STATUS: "          00014622
                 FS-TRAN-FILE                                           00014632
               SET WS-EOF TO TRUE                                       00014642
           END-EVALUATE.                                                00014652
       2900-EXIT.                                                       00014662
           EXIT.                                                        00014672
                                                                        00014682
      *> ***************************************************************00014692
      *> COMMIT EVERY WS-CKPT-INTERVAL TRANSACTIONS: CLOSE AND REOPEN   00014702
      *> THE NIGHT'S OUTPUTS AND THE CONTRACT MASTER SO EVERYTHING UP   00014712
      *> TO HERE IS ON DISK, THEN LOG THE POSITION AND TOTALS           00014722
      *> ***************************************************************00014732
       2960-CHECK-CHECKPOINT.                                           00014742
           DIVIDE WS-TRANS-READ BY WS-CKPT-INTERVAL                     00014752
             GIVING WS-CKPT-QUOT REMAINDER WS-CKPT-REM                  00014762
           IF WS-CKPT-REM NOT = 0                                       00014772
              GO TO 2960-EXIT                                           00014782
           END-IF                                                       00014792
           CLOSE GL-JRNL-FILE                                           00014802
           CLOSE POST-HIST-FILE                                         00014812
           CLOSE WHLD-REM-FILE                                          00014822
           CLOSE PYMT-SUSP-FILE                                         00014832
           CLOSE CONTRACT-FILE                                          00014842
           OPEN EXTEND GL-JRNL-FILE                                     00014852
           OPEN EXTEND POST-HIST-FILE                                   00014862
           OPEN EXTEND WHLD-REM-FILE                                    00014872
           OPEN EXTEND PYMT-SUSP-FILE                                   00014882
           OPEN I-O CONTRACT-FILE                                       00014892
           IF FS-GL-JRNL-FILE NOT = "00"                                00014902
              OR FS-POST-HIST-FILE NOT = "00"                           00014912
              OR FS-WHLD-REM-FILE NOT = "00"                            00014922
              OR FS-PYMT-SUSP-FILE NOT = "00"                           00014932
              OR FS-CONTRACT-FILE NOT = "00"                            00014942
              MOVE "REOPEN FAILED AT CHECKPOINT" TO WS-ABEND-MESSAGE    00014952
              GO TO 9999-ABEND                                          00014962
           END-IF                                                       00014972
           PERFORM 2970-BUILD-CHECKPOINT THRU 2970-EXIT                 00014982
           SET CKP-IN-FLIGHT TO TRUE                                    00014992
           WRITE ARTH-CKPT-RECORD FROM WS-CKPT-REC                      00015002
           CLOSE ARTH-CKPT-FILE                                         00015012
           OPEN EXTEND ARTH-CKPT-FILE                                   00015022
           IF FS-ARTH-CKPT-FILE NOT = "00"                              00015032
              MOVE "REOPEN FAILED ON ARTH-CKPT-FILE" TO                 00015042
                 WS-ABEND-MESSAGE                                       00015052
              GO TO 9999-ABEND                                          00015062
           END-IF.                                                      00015072
       2960-EXIT.                                                       00015082
           EXIT.                                                        00015092
                                                                        00015102
       2970-BUILD-CHECKPOINT.                                           00015112
           MOVE SPACES TO WS-CKPT-REC                                   00015122
           MOVE WS-CONTRACT-DATE TO CKP-PROC-DATE                       00015132
           MOVE WS-TRANS-READ TO CKP-TRANS-READ                         00015142
           MOVE TRAN-ID OF WS-TRAN-REC TO CKP-LAST-TRAN-ID              00015152
           MOVE WS-TRANS-REJECTED TO CKP-TRANS-REJECTED                 00015162
           MOVE WS-TRANS-DUPLICATE TO CKP-TRANS-DUPLICATE               00015172
           MOVE WS-TOTAL-INTEREST TO CKP-TOTAL-INTEREST                 00015182
           MOVE WS-TOTAL-PREMIUM TO CKP-TOTAL-PREMIUM                   00015192
           MOVE WS-TOTAL-DEBITS TO CKP-TOTAL-DEBITS                     00015202
           MOVE WS-TOTAL-CREDITS TO CKP-TOTAL-CREDITS                   00015212
           MOVE WS-TOTAL-INT-REVERSALS TO CKP-TOTAL-INT-REVERSALS       00015222
           MOVE WS-TOTAL-PREM-REFUNDS TO CKP-TOTAL-PREM-REFUNDS         00015232
           MOVE WS-CONTRACTS-OPENED TO CKP-CONTRACTS-OPENED             00015242
           MOVE WS-CONTRACTS-CLOSED TO CKP-CONTRACTS-CLOSED             00015252
           MOVE WS-TOTAL-WITHHELD TO CKP-TOTAL-WITHHELD                 00015262
           MOVE WS-PYMTS-APPLIED TO CKP-PYMTS-APPLIED                   00015272
           MOVE WS-TOTAL-PYMT-APPLIED TO CKP-TOTAL-PYMT-APPLIED         00015282
           MOVE WS-PYMTS-SUSPENDED TO CKP-PYMTS-SUSPENDED               00015292
           MOVE WS-TOTAL-PYMT-SUSPENSE TO CKP-TOTAL-PYMT-SUSPENSE       00015302
           MOVE WS-FEES-ASSESSED TO CKP-FEES-ASSESSED                   00015312
           MOVE WS-CONTRACTS-PAID-OFF TO CKP-CONTRACTS-PAID-OFF         00015322
           MOVE WS-QUOTES-MATCHED TO CKP-QUOTES-MATCHED                 00015332
           MOVE WS-BV-ADJUSTED TO CKP-BV-ADJUSTED                       00015342
           MOVE WS-BV-EXCEPTIONS TO CKP-BV-EXCEPTIONS                   00015352
           MOVE WS-TOTAL-BV-ACCRUED TO CKP-TOTAL-BV-ACCRUED             00015362
           MOVE WS-TOTAL-BV-REVERSED TO CKP-TOTAL-BV-REVERSED.          00015372
       2970-EXIT.                                                       00015382
           EXIT.                                                        00015392
                                                                        00015402
       9000-TERMINATE.                                                  00015412
           PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT                     00015422
                                                                        00015432
           DISPLAY "TRANSACTIONS READ:     " WS-TRANS-READ              00015442
           DISPLAY "TRANSACTIONS REJECTED:  " WS-TRANS-REJECTED         00015452
           DISPLAY "ALREADY POSTED, REFUSED:" WS-TRANS-DUPLICATE        00015462
           DISPLAY "TOTAL INTEREST:         " WS-TOTAL-INTEREST         00015472
           DISPLAY "TOTAL PREMIUM:          " WS-TOTAL-PREMIUM          00015482
           DISPLAY "TOTAL DEBITS:           " WS-TOTAL-DEBITS           00015492
           DISPLAY "TOTAL CREDITS:          " WS-TOTAL-CREDITS          00015502
           DISPLAY "TOTAL INT REVERSALS:    " WS-TOTAL-INT-REVERSALS    00015512
           DISPLAY "TOTAL PREM REFUNDS:     " WS-TOTAL-PREM-REFUNDS     00015522
           DISPLAY "CONTRACTS OPENED:       " WS-CONTRACTS-OPENED       00015532
           DISPLAY "CONTRACTS CLOSED:       " WS-CONTRACTS-CLOSED       00015542
           DISPLAY "WITHHOLDINGS POSTED:    " WS-WHLD-POSTED            00015552
           DISPLAY "TOTAL WITHHELD:         " WS-TOTAL-WITHHELD         00015562
           DISPLAY "PAYMENTS APPLIED:       " WS-PYMTS-APPLIED          00015572
           DISPLAY "TOTAL PAYMENTS APPLIED: " WS-TOTAL-PYMT-APPLIED     00015582
           DISPLAY "PAYMENTS TO SUSPENSE:   " WS-PYMTS-SUSPENDED        00015592
           DISPLAY "TOTAL TO SUSPENSE:      " WS-TOTAL-PYMT-SUSPENSE    00015602
           DISPLAY "FEES ASSESSED:          " WS-FEES-ASSESSED          00015612
           DISPLAY "CONTRACTS PAID OFF:     " WS-CONTRACTS-PAID-OFF     00015622
           DISPLAY "PAYOFF QUOTES MATCHED:  " WS-QUOTES-MATCHED         00015632
           DISPLAY "BACK-VALUE ADJUSTMENTS: " WS-BV-ADJUSTED            00015642
           DISPLAY "BACK-VALUE ACCRUED:     " WS-TOTAL-BV-ACCRUED       00015652
           DISPLAY "BACK-VALUE REVERSED:    " WS-TOTAL-BV-REVERSED      00015662
           DISPLAY "BACK-VALUE EXCEPTIONS:  " WS-BV-EXCEPTIONS          00015672
                                                                        00015682
           MOVE 'END  ' TO STAT-PHASE                                   00015692
           MOVE WS-TRANS-READ TO STAT-RECS                              00015702
           PERFORM 8650-WRITE-RUN-STATS THRU 8650-EXIT                  00015712
           CLOSE RUN-STAT-FILE                                          00015722
           CLOSE ARITH-TRAN-FILE                                        00015732
           CLOSE GL-REPORT-FILE                                         00015742
      *> A FEED THAT FAILED ITS PROOF LEAVES THE JOURNAL AND THE        00015752
      *> REMITTANCE EXTRACT WITHOUT TRAILERS FOR THE RERUN TO EXTEND    00015762
           IF WS-FTC-FAILED                                             00015772
              PERFORM 9300-HOLD-FOR-RERUN THRU 9300-EXIT                00015782
           ELSE                                                         00015792
              PERFORM 9200-WRITE-JRNL-TRAILER THRU 9200-EXIT            00015802
           END-IF                                                       00015812
           CLOSE AMRT-RPT-FILE                                          00015822
           CLOSE CONTRACT-FILE                                          00015832
      *> THE REMITTANCE EXTRACT CLOSES WITH ITS PERIOD-TOTAL TRAILER    00015842
           IF NOT WS-FTC-FAILED                                         00015852
              MOVE SPACES TO WHLD-REM-RECORD                            00015862
              SET REM-TRAILER-REC TO TRUE                               00015872
              MOVE WS-WHLD-POSTED TO REM-TRL-COUNT                      00015882
              MOVE WS-WHLD-TOTAL-CENTS TO REM-TRL-TOTAL-CENTS           00015892
              WRITE WHLD-REM-RECORD                                     00015902
           END-IF                                                       00015912
           CLOSE WHLD-REM-FILE                                          00015922
           CLOSE POST-HIST-FILE                                         00015932
           CLOSE PYMT-SUSP-FILE                                         00015942
           CLOSE BVAL-EXC-FILE                                          00015952
           CLOSE ARTH-CKPT-FILE                                         00015962
           CLOSE AUDIT-LOG-FILE.                                        00015972
       9000-EXIT.                                                       00015982
           EXIT.                                                        00015992
                                                                        00016002
       9100-PRINT-TOTALS.                                               00016012
           MOVE WS-TOTAL-INTEREST TO TOT-INTEREST                       00016022
           WRITE GL-REPORT-LINE FROM WS-TOTAL-LINE                      00016032
                                                                        00016042
           MOVE WS-TOTAL-PREMIUM TO TOT-PREMIUM                         00016052
           WRITE GL-REPORT-LINE FROM WS-TOTAL-LINE-2                    00016062
                                                                        00016072
           MOVE WS-TOTAL-DEBITS TO TOT-DEBITS                           00016082
           WRITE GL-REPORT-LINE FROM WS-TOTAL-LINE-3                    00016092
                                                                        00016102
           MOVE WS-TOTAL-CREDITS TO TOT-CREDITS                         00016112
           WRITE GL-REPORT-LINE FROM WS-TOTAL-LINE-4                    00016122
                                                                        00016132
           MOVE WS-TOTAL-INT-REVERSALS TO TOT-INT-REVERSALS             00016142
           WRITE GL-REPORT-LINE FROM WS-TOTAL-LINE-5                    00016152
                                                                        00016162
           MOVE WS-TOTAL-PREM-REFUNDS TO TOT-PREM-REFUNDS               00016172
           WRITE GL-REPORT-LINE FROM WS-TOTAL-LINE-6.                   00016182
       9100-EXIT.                                                       00016192
           EXIT.                                                        00016202
                                                                        00016212
      *> ***************************************************************00016222
      *> CLOSE THE JOURNAL BATCH WITH ITS VERIFICATION TRAILER AND      00016232
      *> CLOSE THE FILE                                                 00016242
      *> ***************************************************************00016252
       9200-WRITE-JRNL-TRAILER.                                         00016262
           MOVE SPACES TO GL-JRNL-RECORD                                00016272
           SET JRNL-TRAILER-REC TO TRUE                                 00016282
           MOVE WS-JRNL-REC-COUNT TO JRNL-TRL-REC-COUNT                 00016292
           MOVE WS-JRNL-AMOUNT-HASH TO JRNL-TRL-AMOUNT-HASH             00016302
           WRITE GL-JRNL-RECORD                                         00016312
           DISPLAY "JOURNAL RECORDS WRITTEN: " WS-JRNL-REC-COUNT        00016322
           CLOSE GL-JRNL-FILE.                                          00016332
       9200-EXIT.                                                       00016342
           EXIT.                                                        00016352
                                                                        00016362
      *> ***************************************************************00016372
      *> THE FEED FAILED ITS TRAILER PROOF.  LOG THE TOTALS REACHED SO  00016382
      *> THE RERUN ON THE CORRECTED FEED CARRIES THEM ON, AND CLOSE     00016392
      *> THE JOURNAL WITHOUT ITS TRAILER                                00016402
      *> ***************************************************************00016412
       9300-HOLD-FOR-RERUN.                                             00016422
           PERFORM 2970-BUILD-CHECKPOINT THRU 2970-EXIT                 00016432
           SET CKP-FEED-FAILED TO TRUE                                  00016442
           WRITE ARTH-CKPT-RECORD FROM WS-CKPT-REC                      00016452
           DISPLAY "JOURNAL RECORDS WRITTEN: " WS-JRNL-REC-COUNT        00016462
           DISPLAY "*** JOURNAL AND REMITTANCE HELD OPEN FOR THE RERUN" 00016472
           CLOSE GL-JRNL-FILE.                                          00016482
       9300-EXIT.                                                       00016492
           EXIT.                                                        00016502
                                                                        00016512
       COPY FEEDTCHK.                                                   00016522
       COPY AUDITOPN.                                                   00016532
       COPY AUDITWRT.                                                   00016542
       COPY AUDITCHP.                                                   00016552
           COPY PARMPAR.                                                00016562
                                                                        00016572
       COPY RUNSPAR.                                                    00016582
       COPY PROCDPAR.                                                   00016592
       COPY ABENDPAR.                                                   00016602
                                                                        00016612
