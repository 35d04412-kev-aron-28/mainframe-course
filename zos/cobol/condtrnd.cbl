      * READS THE CONDI DECISION HISTORY (WHICH NOW CARRIES THE  *      00000100
      * PRODUCT, COMPUTED SCORE AND OVERRIDE FLAG ON EVERY       *      00000110
      * DECISION) AND PRINTS, PER PRODUCT, ONE LINE PER RUN      *      00000120
      * DATE: DECISIONS, APPROVAL RATE, DECLINE RATE,            *      00000126
      * COUNTEROFFER RATE, OVERRIDE RATE AND AVERAGE COMPUTED    *      00000132
      * SCORE.  A COUNTEROFFER (A DECLINE OF THE PRODUCT ASKED   *      00000138
      * FOR WITH A FALLBACK PRODUCT OFFERED) IS ITS OWN          *      00000144
      * CATEGORY, NEITHER APPROVAL NOR DECLINE.  WHEN THE        *      00000150
      * PRODUCT TEAM CHANGES A CONDRULE ENTRY, THIS IS WHERE     *      00000156
      * "WHAT DID IT DO TO APPROVALS" GETS ANSWERED.             *      00000162
      * ********************************************************        00000170
       ENVIRONMENT DIVISION.                                            00000180
       INPUT-OUTPUT SECTION.                                            00000190
           05 HST-PRODUCT-CD        PIC X(04).                          00000360
           05 HST-SCORE             PIC 9(03).                          00000370
           05 HST-OVERRIDE          PIC X(01).                          00000380
           05 FILLER                PIC X(45).                          00000385
                                                                        00000390
       FD TRND-RPT-FILE.                                                00000400
       01 TRND-RPT-LINE             PIC X(133).                         00000410
               10 TBL-CELL-TOTAL        PIC 9(07).                      00000600
               10 TBL-CELL-ELIG         PIC 9(07).                      00000610
               10 TBL-CELL-INELIG       PIC 9(07).                      00000620
               10 TBL-CELL-COUNTER      PIC 9(07).                      00000625
               10 TBL-CELL-OVERRIDES    PIC 9(07).                      00000630
               10 TBL-CELL-SCORE-SUM    PIC 9(11).                      00000640
       01 WS-CELL-COUNT PIC 9(03) VALUE ZEROES.                         00000650
       01 WS-ENTRIES-READ PIC 9(09) VALUE ZEROES.                       00000790
       01 WS-APPR-RATE PIC 9(03)V9 VALUE ZEROES.                        00000800
       01 WS-DECL-RATE PIC 9(03)V9 VALUE ZEROES.                        00000810
       01 WS-CNTR-RATE PIC 9(03)V9 VALUE ZEROES.                        00000815
       01 WS-OVRD-RATE PIC 9(03)V9 VALUE ZEROES.                        00000820
       01 WS-AVG-SCORE PIC 9(03) VALUE ZEROES.                          00000830
       COPY ABENDCPY.                                                   00000840
           05 FILLER PIC X(10) VALUE 'DECIDED'.                         00000990
           05 FILLER PIC X(10) VALUE 'APPR PCT'.                        00001000
           05 FILLER PIC X(10) VALUE 'DECL PCT'.                        00001010
           05 FILLER PIC X(10) VALUE 'CNTR PCT'.                        00001015
           05 FILLER PIC X(10) VALUE 'OVRD PCT'.                        00001020
           05 FILLER PIC X(10) VALUE 'AVG SCORE'.                       00001030
                                                                        00001040
           05 FILLER PIC X(05) VALUE SPACES.                            00001120
           05 DTL-DECL PIC ZZ9.9.                                       00001130
           05 FILLER PIC X(05) VALUE SPACES.                            00001140
           05 DTL-CNTR PIC ZZ9.9.                                       00001143
           05 FILLER PIC X(05) VALUE SPACES.                            00001146
           05 DTL-OVRD PIC ZZ9.9.                                       00001150
           05 FILLER PIC X(07) VALUE SPACES.                            00001160
           05 DTL-SCORE PIC ZZ9.                                        00001170
                 MOVE ZEROES TO TBL-CELL-TOTAL (WS-CELL-HIT)            00001680
                 MOVE ZEROES TO TBL-CELL-ELIG (WS-CELL-HIT)             00001690
                 MOVE ZEROES TO TBL-CELL-INELIG (WS-CELL-HIT)           00001700
                 MOVE ZEROES TO TBL-CELL-COUNTER (WS-CELL-HIT)          00001705
                 MOVE ZEROES TO TBL-CELL-OVERRIDES (WS-CELL-HIT)        00001710
                 MOVE ZEROES TO TBL-CELL-SCORE-SUM (WS-CELL-HIT)        00001720
              ELSE                                                      00001730
              END-IF                                                    00001770
           END-IF                                                       00001780
           ADD 1 TO TBL-CELL-TOTAL (WS-CELL-HIT)                        00001790
           EVALUATE HST-DECISION                                        00001796
             WHEN 'ELIGIBLE  '                                          00001802
               ADD 1 TO TBL-CELL-ELIG (WS-CELL-HIT)                     00001808
             WHEN 'COUNTER   '                                          00001814
               ADD 1 TO TBL-CELL-COUNTER (WS-CELL-HIT)                  00001820
             WHEN OTHER                                                 00001826
               ADD 1 TO TBL-CELL-INELIG (WS-CELL-HIT)                   00001832
           END-EVALUATE                                                 00001838
           IF HST-OVERRIDE = 'Y'                                        00001850
              ADD 1 TO TBL-CELL-OVERRIDES (WS-CELL-HIT)                 00001860
           END-IF                                                       00001870
              COMPUTE WS-DECL-RATE ROUNDED =                            00002550
                 (TBL-CELL-INELIG (WS-CELL-SUB) * 100)                  00002560
                 / TBL-CELL-TOTAL (WS-CELL-SUB)                         00002570
              COMPUTE WS-CNTR-RATE ROUNDED =                            00002572
                 (TBL-CELL-COUNTER (WS-CELL-SUB) * 100)                 00002574
                 / TBL-CELL-TOTAL (WS-CELL-SUB)                         00002576
              COMPUTE WS-OVRD-RATE ROUNDED =                            00002580
                 (TBL-CELL-OVERRIDES (WS-CELL-SUB) * 100)               00002590
                 / TBL-CELL-TOTAL (WS-CELL-SUB)                         00002600
           ELSE                                                         00002640
              MOVE ZEROES TO WS-APPR-RATE                               00002650
              MOVE ZEROES TO WS-DECL-RATE                               00002660
              MOVE ZEROES TO WS-CNTR-RATE                               00002665
              MOVE ZEROES TO WS-OVRD-RATE                               00002670
              MOVE ZEROES TO WS-AVG-SCORE                               00002680
           END-IF                                                       00002690
           MOVE WS-APPR-RATE TO DTL-APPR                                00002700
           MOVE WS-DECL-RATE TO DTL-DECL                                00002710
           MOVE WS-CNTR-RATE TO DTL-CNTR                                00002715
           MOVE WS-OVRD-RATE TO DTL-OVRD                                00002720
           MOVE WS-AVG-SCORE TO DTL-SCORE                               00002730
           WRITE TRND-RPT-LINE FROM WS-DTL-LINE.                        00002740
