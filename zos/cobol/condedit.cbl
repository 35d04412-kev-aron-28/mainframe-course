      * A MIS-KEYED RULE SILENTLY CHANGES WHO GETS APPROVED.     *      00000130
      * THIS STEP FAILS THE NIGHTLY GATE (RC=8) ON:              *      00000140
      *   - A PRODUCT CODE NOT ON THE PUBLISHED PRODUCT LIST     *      00000150
      *   - A COUNTEROFFER FALLBACK NOT ON THE PRODUCT LIST,     *      00000153
      *     NAMING ITS OWN PRODUCT, OR CHAINING BACK INTO A LOOP *      00000156
      *   - RULE-EFF-FROM AFTER RULE-EFF-TO                      *      00000160
      *   - OVERLAPPING EFFECTIVE WINDOWS FOR THE SAME           *      00000170
      *     PRODUCT AND COUNTRY                                  *      00000180
       FD PROD-LIST-FILE.                                               00000570
       01 PROD-LIST-RECORD.                                             00000580
           05 PRD-PRODUCT-CD        PIC X(04).                          00000590
           05 PRD-FALLBACK-CD       PIC X(04).                          00000596
           05 FILLER                PIC X(72).                          00000602
                                                                        00000610
       WORKING-STORAGE SECTION.                                         00000620
       01 FS-RULE-FILE PIC XX.                                          00000630
                                                                        00000760
       01 WS-PROD-TABLE.                                                00000770
           05 WS-PROD-CD OCCURS 50 TIMES PIC X(04).                     00000780
       01 WS-PROD-FBK-TABLE.                                            00000783
           05 WS-PROD-FBK-CD OCCURS 50 TIMES PIC X(04).                 00000786
       01 WS-PROD-COUNT PIC 9(02) VALUE ZEROES.                         00000790
       01 WS-PROD-MAX PIC 9(02) VALUE 50.                               00000800
       01 WS-PROD-SUB PIC 9(02) VALUE ZEROES.                           00000810
       01 WS-PROD-LOADED-SW PIC X(01) VALUE 'N'.                        00000820
           88 WS-PROD-LOADED VALUE 'Y'.                                 00000830
       01 WS-FBK-CUR PIC X(04) VALUE SPACES.                            00000832
       01 WS-FBK-DEPTH PIC 9(02) VALUE ZEROES.                          00000834
       01 WS-FBK-END-SW PIC X(01) VALUE 'N'.                            00000836
           88 WS-FBK-END VALUE 'Y'.                                     00000838
                                                                        00000840
      *> ***************************************************************00000850
      *> THE RULES ARE HELD WHOLE SO THE OVERLAP CHECK CAN COMPARE      00000860
       PROCEDURE DIVISION.                                              00001100
       0000-MAIN.                                                       00001110
           PERFORM 1000-LOAD-PRODUCT-LIST THRU 1000-EXIT                00001120
           PERFORM 1100-CHECK-FALLBACKS THRU 1100-EXIT                  00001125
           PERFORM 2000-EDIT-RULES THRU 2000-EXIT                       00001130
           PERFORM 3000-CHECK-OVERLAPS THRU 3000-EXIT                   00001140
           PERFORM 4000-EDIT-SCORE-MODEL THRU 4000-EXIT                 00001150
                        ADD 1 TO WS-PROD-COUNT                          00001450
                        MOVE PRD-PRODUCT-CD TO                          00001460
                           WS-PROD-CD (WS-PROD-COUNT)                   00001470
                        MOVE PRD-FALLBACK-CD TO                         00001473
                           WS-PROD-FBK-CD (WS-PROD-COUNT)               00001476
                     END-IF                                             00001480
                 END-READ                                               00001490
               END-PERFORM                                              00001500
           MOVE 'N' TO WS-EOF-SW.                                       00001600
       1000-EXIT.                                                       00001610
           EXIT.                                                        00001620
                                                                        00001621
      *> ***************************************************************00001622
      *> A PRODUCT'S COUNTEROFFER FALLBACK MUST ITSELF BE ON THE LIST   00001623
      *> AND MUST NOT BE THE PRODUCT ITSELF, AND FOLLOWING THE CHAIN    00001624
      *> FROM ANY PRODUCT MUST RUN OUT BEFORE IT HAS VISITED EVERY      00001625
      *> PRODUCT ON THE LIST - A LONGER WALK CAN ONLY BE A LOOP, AND    00001626
      *> THE ENGINE WOULD OFFER ROUND IT                                00001627
      *> ***************************************************************00001628
       1100-CHECK-FALLBACKS.                                            00001629
           PERFORM VARYING WS-PROD-SUB FROM 1 BY 1                      00001630
                    UNTIL WS-PROD-SUB > WS-PROD-COUNT                   00001631
             IF WS-PROD-FBK-CD (WS-PROD-SUB) NOT = SPACES               00001632
                PERFORM 1110-CHECK-ONE-CHAIN THRU 1110-EXIT             00001633
             END-IF                                                     00001634
           END-PERFORM.                                                 00001635
       1100-EXIT.                                                       00001636
           EXIT.                                                        00001637
                                                                        00001638
       1110-CHECK-ONE-CHAIN.                                            00001639
           IF WS-PROD-FBK-CD (WS-PROD-SUB) = WS-PROD-CD (WS-PROD-SUB)   00001640
              DISPLAY "*** PRODUCT " WS-PROD-CD (WS-PROD-SUB)           00001641
                " NAMES ITSELF AS ITS FALLBACK"                         00001642
              ADD 1 TO WS-HARD-ERRORS                                   00001643
              GO TO 1110-EXIT                                           00001644
           END-IF                                                       00001645
           MOVE WS-PROD-FBK-CD (WS-PROD-SUB) TO WS-FBK-CUR              00001646
           MOVE 'N' TO WS-FOUND-SW                                      00001647
           PERFORM VARYING WS-SUB-A FROM 1 BY 1                         00001648
                    UNTIL WS-SUB-A > WS-PROD-COUNT                      00001649
                    OR WS-FOUND                                         00001650
             IF WS-PROD-CD (WS-SUB-A) = WS-FBK-CUR                      00001651
                SET WS-FOUND TO TRUE                                    00001652
             END-IF                                                     00001653
           END-PERFORM                                                  00001654
           IF NOT WS-FOUND                                              00001655
              DISPLAY "*** PRODUCT " WS-PROD-CD (WS-PROD-SUB)           00001656
                " FALLBACK " WS-FBK-CUR " NOT ON PRODUCT LIST"          00001657
              ADD 1 TO WS-HARD-ERRORS                                   00001658
              GO TO 1110-EXIT                                           00001659
           END-IF                                                       00001660
      *> WALK THE CHAIN; EACH STEP LOOKS UP THE CURRENT PRODUCT'S       00001661
      *> OWN FALLBACK.  A BLANK OR UNLISTED LINK ENDS THE WALK (THE     00001662
      *> UNLISTED ONE IS REPORTED ON ITS OWN PRODUCT)                   00001663
           MOVE 1 TO WS-FBK-DEPTH                                       00001664
           MOVE 'N' TO WS-FBK-END-SW                                    00001665
           PERFORM UNTIL WS-FBK-END                                     00001666
                    OR WS-FBK-DEPTH > WS-PROD-COUNT                     00001667
             MOVE 'N' TO WS-FOUND-SW                                    00001668
             PERFORM VARYING WS-SUB-A FROM 1 BY 1                       00001669
                      UNTIL WS-SUB-A > WS-PROD-COUNT                    00001670
                      OR WS-FOUND                                       00001671
               IF WS-PROD-CD (WS-SUB-A) = WS-FBK-CUR                    00001672
                  SET WS-FOUND TO TRUE                                  00001673
               END-IF                                                   00001674
             END-PERFORM                                                00001675
             IF NOT WS-FOUND                                            00001676
                SET WS-FBK-END TO TRUE                                  00001677
             ELSE                                                       00001678
                SUBTRACT 1 FROM WS-SUB-A                                00001679
                MOVE WS-PROD-FBK-CD (WS-SUB-A) TO WS-FBK-CUR            00001680
                IF WS-FBK-CUR = SPACES                                  00001681
                   SET WS-FBK-END TO TRUE                               00001682
                ELSE                                                    00001683
                   ADD 1 TO WS-FBK-DEPTH                                00001684
                END-IF                                                  00001685
             END-IF                                                     00001686
           END-PERFORM                                                  00001687
           IF NOT WS-FBK-END                                            00001688
              DISPLAY "*** FALLBACK CHAIN FROM PRODUCT "                00001689
                WS-PROD-CD (WS-PROD-SUB) " LOOPS"                       00001690
              ADD 1 TO WS-HARD-ERRORS                                   00001691
           END-IF.                                                      00001692
       1110-EXIT.                                                       00001693
           EXIT.                                                        00001694
                                                                        00001695
       2000-EDIT-RULES.                                                 00001696
           OPEN INPUT RULE-FILE                                         00001697
           EVALUATE FS-RULE-FILE                                        00001698
             WHEN "00"                                                  00001699
               PERFORM UNTIL WS-EOF                                     00001700
                 READ RULE-FILE                                         00001701
                   AT END                                               00001702
                     SET WS-EOF TO TRUE                                 00001710
                   NOT AT END                                           00001720
                     ADD 1 TO WS-RULES-READ                             00001730
             WHEN 'C'                                                   00003220
             WHEN 'P'                                                   00003230
               CONTINUE                                                 00003240
      *> THE CREDIT BUREAU BANDS ARE FLOORS LIKE AGE, BUT A VALUE       00003241
      *> BELOW THE LOWEST FLOOR SIMPLY EARNS NO POINTS                  00003242
             WHEN 'B'                                                   00003243
             WHEN 'T'                                                   00003244
             WHEN 'D'                                                   00003245
             WHEN 'I'                                                   00003246
             WHEN 'U'                                                   00003247
               IF SCOR-KEY (1:3) NOT NUMERIC                            00003248
                  DISPLAY "*** BUREAU BAND KEY NOT NUMERIC: "           00003249
                    SCOR-ATTR-TYPE " " SCOR-KEY                         00003250
                  ADD 1 TO WS-HARD-ERRORS                               00003251
               END-IF                                                   00003252
             WHEN OTHER                                                 00003253
               DISPLAY "*** UNKNOWN ATTR TYPE '" SCOR-ATTR-TYPE         00003260
                 "' ENTRY " WS-SCORES-READ                              00003270
               ADD 1 TO WS-HARD-ERRORS                                  00003280
