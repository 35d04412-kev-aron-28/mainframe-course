      * CUTS A FULFILLMENT-LAYOUT LETTER FOR EVERY STUDENT       *      00000170
      * WHOSE STANDING CHANGED FROM THE PRIOR TERM.  STANDING    *      00000180
      * STOPS BEING A PERSON WITH A HIGHLIGHTER.                 *      00000190
      * WITH A STNDSEL LIST FROM GRDCHG THE RUN IS A CORRECTION: *      00000191
      * ONLY THE LISTED STUDENTS' TERMS ARE RE-EVALUATED ON THE  *      00000192
      * CHANGED GRADES, AND WHERE THE STANDING NO LONGER MATCHES *      00000193
      * THE LATEST ONE ON THE HISTORY A NEW STANDING RECORD AND A*      00000194
      * CORRECTED LETTER GO OUT.  NO LIST IS THE TERM-END RUN.   *      00000195
      * ********************************************************        00000200
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
           SELECT LETTER-FILE                                           00000480
           ASSIGN TO STNDLTR                                            00000490
           ORGANIZATION IS SEQUENTIAL                                   00000500
           FILE STATUS IS FS-LETTER-FILE.                               00000502
           SELECT PRINT-HANDOFF-FILE                                    00000504
           ASSIGN TO PRTHAND                                            00000506
           ORGANIZATION IS SEQUENTIAL                                   00000508
           FILE STATUS IS FS-PRINT-HANDOFF-FILE.                        00000510
           SELECT RESTAND-FILE                                          00000512
           ASSIGN TO STNDSEL                                            00000514
           ORGANIZATION IS SEQUENTIAL                                   00000516
           FILE STATUS IS FS-RESTAND-FILE.                              00000518
       DATA DIVISION.                                                   00000520
       FILE SECTION.                                                    00000530
       FD STUDENT-MASTER-FILE.                                          00000540
           05 LTR-DECISION          PIC X(10).                          00000950
           05 LTR-REASON            PIC X(40).                          00000960
           05 LTR-REASON-CODES      PIC X(16).                          00000970
           05 FILLER                PIC X(09).                          00000972
                                                                        00000974
       FD PRINT-HANDOFF-FILE.                                           00000976
       COPY PRTHAND.                                                    00000978
                                                                        00000982
       FD RESTAND-FILE.                                                 00000984
       COPY STNDSEL.                                                    00000986
                                                                        00000990
       WORKING-STORAGE SECTION.                                         00001000
       01 FS-STUDENT-FILE PIC XX.                                       00001010
       01 FS-STND-HIST-FILE PIC XX.                                     00001050
       01 FS-STND-RPT-FILE PIC XX.                                      00001060
       01 FS-LETTER-FILE PIC XX.                                        00001070
       01 FS-RESTAND-FILE PIC XX.                                       00001075
                                                                        00001080
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00001090
           88 WS-EOF VALUE 'Y'.                                         00001100
           88 WS-FOUND VALUE 'Y'.                                       00001120
       01 WS-CATALOG-LOADED-SW PIC X(01) VALUE 'N'.                     00001130
           88 WS-CATALOG-LOADED VALUE 'Y'.                              00001140
       01 WS-RESTAND-SW PIC X(01) VALUE 'N'.                            00001143
           88 WS-RESTAND-RUN VALUE 'Y'.                                 00001146
                                                                        00001150
       01 WS-DEANS-GPA PIC 9V99 VALUE 3.50.                             00001160
       01 WS-PROB-GPA PIC 9V99 VALUE 2.00.                              00001170
           05 SWAP-CELL-KEY         PIC X(10).                          00001550
           05 SWAP-CELL-POINTS      PIC 9(05)V9.                        00001560
           05 SWAP-CELL-CREDITS     PIC 9(04).                          00001570
                                                                        00001571
      *> ***************************************************************00001572
      *> A CORRECTION RUN'S STUDENT/TERMS, EACH WITH THE LATEST         00001573
      *> STANDING THE HISTORY HOLDS FOR IT (SPACE WHEN NONE YET)        00001574
      *> ***************************************************************00001575
       01 WS-SEL-TABLE.                                                 00001576
           05 WS-SEL-ENTRY OCCURS 400 TIMES.                            00001577
               10 TBL-SEL-KEY.                                          00001578
                   15 TBL-SEL-STUD-ID   PIC 9(05).                      00001579
                   15 TBL-SEL-TERM      PIC X(05).                      00001580
               10 TBL-SEL-STANDING      PIC X(01).                      00001581
       01 WS-SEL-COUNT PIC 9(03) VALUE ZEROES.                          00001582
       01 WS-SEL-MAX PIC 9(03) VALUE 400.                               00001583
       01 WS-SEL-SUB PIC 9(03) VALUE ZEROES.                            00001584
       01 WS-SEL-HIT PIC 9(03) VALUE ZEROES.                            00001585
                                                                        00001586
       01 WS-SCALE-SCORE PIC 9(03) VALUE ZEROES.                        00001590
       01 WS-SCALE-GPA PIC 9V9 VALUE ZEROES.                            00001600
       01 WS-GRD-HOURS PIC 9(02) VALUE ZEROES.                          00001610
       01 WS-LETTERS-WRITTEN PIC 9(05) VALUE ZEROES.                    00001690
       01 WS-DEANS-COUNT PIC 9(05) VALUE ZEROES.                        00001700
       01 WS-PROB-COUNT PIC 9(05) VALUE ZEROES.                         00001710
       01 WS-CORRECTED-COUNT PIC 9(05) VALUE ZEROES.                    00001715
       COPY ABENDCPY.                                                   00001720
       COPY PRTHWS.                                                     00001725
                                                                        00001730
       01 WS-ROSTER-HDR-LINE.                                           00001740
           05 FILLER PIC X(01) VALUE '1'.                               00001750
           END-EVALUATE                                                 00002740
           MOVE 'N' TO WS-EOF-SW                                        00002750
                                                                        00002760
           PERFORM 1100-LOAD-SELECTION THRU 1100-EXIT                   00002763
                                                                        00002766
           OPEN EXTEND STND-HIST-FILE                                   00002770
           IF FS-STND-HIST-FILE = "35"                                  00002780
              OPEN OUTPUT STND-HIST-FILE                                00002790
           END-IF.                                                      00002940
       1000-EXIT.                                                       00002950
           EXIT.                                                        00002960
                                                                        00002961
      *> ***************************************************************00002962
      *> A STNDSEL LIST MAKES THIS A CORRECTION RUN.  THE HISTORY IS    00002963
      *> READ BEFORE IT OPENS FOR APPEND SO EACH LISTED TERM CARRIES    00002964
      *> THE STANDING LAST RECORDED FOR IT                              00002965
      *> ***************************************************************00002966
       1100-LOAD-SELECTION.                                             00002967
           OPEN INPUT RESTAND-FILE                                      00002968
           EVALUATE FS-RESTAND-FILE                                     00002969
             WHEN "00"                                                  00002970
               SET WS-RESTAND-RUN TO TRUE                               00002971
               PERFORM UNTIL WS-EOF                                     00002972
                 READ RESTAND-FILE                                      00002973
                   AT END                                               00002974
                     SET WS-EOF TO TRUE                                 00002975
                   NOT AT END                                           00002976
                     PERFORM 1150-SELECT-ONE THRU 1150-EXIT             00002977
                 END-READ                                               00002978
               END-PERFORM                                              00002979
               CLOSE RESTAND-FILE                                       00002980
             WHEN "35"                                                  00002981
               GO TO 1100-EXIT                                          00002982
             WHEN OTHER                                                 00002983
               MOVE "OPEN FAILED ON RESTAND-FILE" TO WS-ABEND-MESSAGE   00002984
               GO TO 9999-ABEND                                         00002985
           END-EVALUATE                                                 00002986
           MOVE 'N' TO WS-EOF-SW                                        00002987
           DISPLAY "CORRECTION RUN, STUDENT TERMS SELECTED: "           00002988
              WS-SEL-COUNT                                              00002989
                                                                        00002990
           OPEN INPUT STND-HIST-FILE                                    00002991
           EVALUATE FS-STND-HIST-FILE                                   00002992
             WHEN "00"                                                  00002993
               PERFORM UNTIL WS-EOF                                     00002994
                 READ STND-HIST-FILE                                    00002995
                   AT END                                               00002996
                     SET WS-EOF TO TRUE                                 00002997
                   NOT AT END                                           00002998
                     PERFORM VARYING WS-SEL-SUB FROM 1 BY 1             00002999
                              UNTIL WS-SEL-SUB > WS-SEL-COUNT           00003000
                       IF TBL-SEL-STUD-ID (WS-SEL-SUB) = STD-STUDENT-ID 00003001
                          AND TBL-SEL-TERM (WS-SEL-SUB) = STD-TERM      00003002
                          MOVE STD-STANDING TO                          00003003
                             TBL-SEL-STANDING (WS-SEL-SUB)              00003004
                       END-IF                                           00003005
                     END-PERFORM                                        00003006
                 END-READ                                               00003007
               END-PERFORM                                              00003008
               CLOSE STND-HIST-FILE                                     00003009
             WHEN "35"                                                  00003010
               DISPLAY "NO STANDING HISTORY, NOTHING TO CORRECT"        00003011
             WHEN OTHER                                                 00003012
               MOVE "OPEN FAILED ON STND-HIST-FILE" TO WS-ABEND-MESSAGE 00003013
               GO TO 9999-ABEND                                         00003014
           END-EVALUATE                                                 00003015
           MOVE 'N' TO WS-EOF-SW.                                       00003016
       1100-EXIT.                                                       00003017
           EXIT.                                                        00003018
                                                                        00003019
       1150-SELECT-ONE.                                                 00003020
           PERFORM 1160-FIND-SELECTION THRU 1160-EXIT                   00003021
           IF WS-FOUND                                                  00003022
              GO TO 1150-EXIT                                           00003023
           END-IF                                                       00003024
           IF WS-SEL-COUNT NOT < WS-SEL-MAX                             00003025
              DISPLAY "SELECTION TABLE FULL, NOT RE-EVALUATED: "        00003026
                SSL-STUDENT-ID " " SSL-TERM                             00003027
              GO TO 1150-EXIT                                           00003028
           END-IF                                                       00003029
           ADD 1 TO WS-SEL-COUNT                                        00003030
           MOVE SSL-STUDENT-ID TO TBL-SEL-STUD-ID (WS-SEL-COUNT)        00003031
           MOVE SSL-TERM TO TBL-SEL-TERM (WS-SEL-COUNT)                 00003032
           MOVE SPACE TO TBL-SEL-STANDING (WS-SEL-COUNT).               00003033
       1150-EXIT.                                                       00003034
           EXIT.                                                        00003035
                                                                        00003036
       1160-FIND-SELECTION.                                             00003037
           MOVE 'N' TO WS-FOUND-SW                                      00003038
           PERFORM VARYING WS-SEL-SUB FROM 1 BY 1                       00003039
                    UNTIL WS-SEL-SUB > WS-SEL-COUNT                     00003040
                    OR WS-FOUND                                         00003041
             IF TBL-SEL-STUD-ID (WS-SEL-SUB) = SSL-STUDENT-ID           00003042
                AND TBL-SEL-TERM (WS-SEL-SUB) = SSL-TERM                00003043
                SET WS-FOUND TO TRUE                                    00003044
                MOVE WS-SEL-SUB TO WS-SEL-HIT                           00003045
             END-IF                                                     00003046
           END-PERFORM.                                                 00003047
       1160-EXIT.                                                       00003048
           EXIT.                                                        00003049
                                                                        00003050
      *> ***************************************************************00003051
      *> ACCUMULATE WEIGHTED POINTS AND CREDITS PER STUDENT/TERM        00003052
      *> FROM THE SAME GRADE FEED THE TRANSCRIPT READS                  00003053
      *> ***************************************************************00003054
       2000-LOAD-GRADES.                                                00003055
           OPEN INPUT GRADE-TRAN-FILE                                   00003056
           EVALUATE FS-GRADE-FILE                                       00003057
             WHEN "00"                                                  00003058
               PERFORM UNTIL WS-EOF                                     00003060
                 READ GRADE-TRAN-FILE                                   00003070
                   AT END                                               00003080
              OR GRD-SCORE > 100                                        00003290
              GO TO 2100-EXIT                                           00003300
           END-IF                                                       00003310
           IF WS-RESTAND-RUN                                            00003311
              MOVE GRD-STUDENT-ID TO SSL-STUDENT-ID                     00003312
              MOVE GRD-TERM TO SSL-TERM                                 00003313
              PERFORM 1160-FIND-SELECTION THRU 1160-EXIT                00003314
              IF NOT WS-FOUND                                           00003315
                 GO TO 2100-EXIT                                        00003316
              END-IF                                                    00003317
           END-IF                                                       00003318
           MOVE 1 TO WS-GRD-HOURS                                       00003320
           IF WS-CATALOG-LOADED                                         00003330
              MOVE 'N' TO WS-FOUND-SW                                   00003340
      *> CUT A LETTER WHEN THE STANDING CHANGED FROM THE PRIOR TERM     00004160
      *> ***************************************************************00004170
       4000-EVALUATE-STANDINGS.                                         00004180
           IF WS-RESTAND-RUN                                            00004182
              PERFORM 4600-CORRECT-STANDINGS THRU 4600-EXIT             00004184
              GO TO 4000-EXIT                                           00004186
           END-IF                                                       00004188
           MOVE 'DEANS LIST' TO RH-TEXT                                 00004190
           WRITE STND-RPT-LINE FROM WS-ROSTER-HDR-LINE                  00004200
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1                      00004210
           END-EVALUATE                                                 00005370
           MOVE WS-TERM-GPA TO WS-GPA-ED                                00005380
           MOVE SPACES TO LTR-REASON                                    00005390
           IF WS-RESTAND-RUN                                            00005394
              STRING 'STANDING CORRECTED, TERM '                        00005398
                 TBL-CELL-TERM (WS-CELL-SUB)                            00005402
                 ' GPA ' WS-GPA-ED                                      00005406
                 DELIMITED BY SIZE INTO LTR-REASON                      00005410
           ELSE                                                         00005414
              STRING 'STANDING CHANGED, TERM '                          00005418
                 TBL-CELL-TERM (WS-CELL-SUB)                            00005422
                 ' GPA ' WS-GPA-ED                                      00005426
                 DELIMITED BY SIZE INTO LTR-REASON                      00005430
           END-IF                                                       00005434
           WRITE LETTER-RECORD                                          00005440
           IF FS-LETTER-FILE = "00"                                     00005450
              ADD 1 TO WS-LETTERS-WRITTEN                               00005460
           END-EVALUATE.                                                00005630
       4500-EXIT.                                                       00005640
           EXIT.                                                        00005650
                                                                        00005651
      *> ***************************************************************00005652
      *> CORRECTION RUN: A RE-EVALUATED TERM WHOSE STANDING NO LONGER   00005653
      *> MATCHES THE ONE ON RECORD GETS A NEW STANDING RECORD, A LINE   00005654
      *> ON THE CORRECTIONS ROSTER AND A CORRECTED LETTER.  A TERM      00005655
      *> NEVER EVALUATED IS LEFT TO THE TERM-END RUN                    00005656
      *> ***************************************************************00005657
       4600-CORRECT-STANDINGS.                                          00005658
           MOVE 'STANDING CORRECTIONS' TO RH-TEXT                       00005659
           WRITE STND-RPT-LINE FROM WS-ROSTER-HDR-LINE                  00005660
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1                      00005661
                    UNTIL WS-CELL-SUB > WS-CELL-COUNT                   00005662
             PERFORM 4100-EVALUATE-ONE THRU 4100-EXIT                   00005663
             MOVE TBL-CELL-STUD-ID (WS-CELL-SUB) TO SSL-STUDENT-ID      00005664
             MOVE TBL-CELL-TERM (WS-CELL-SUB) TO SSL-TERM               00005665
             PERFORM 1160-FIND-SELECTION THRU 1160-EXIT                 00005666
             IF WS-FOUND                                                00005667
                AND TBL-SEL-STANDING (WS-SEL-HIT) NOT = SPACE           00005668
                AND TBL-SEL-STANDING (WS-SEL-HIT) NOT = WS-STANDING     00005669
                PERFORM 4300-RECORD-STANDING THRU 4300-EXIT             00005670
                PERFORM 4400-WRITE-LETTER THRU 4400-EXIT                00005671
                MOVE TBL-CELL-STUD-ID (WS-CELL-SUB) TO RD-STUD-ID       00005672
                MOVE SPACES TO RD-NAME                                  00005673
                PERFORM VARYING WS-STUD-SUB FROM 1 BY 1                 00005674
                         UNTIL WS-STUD-SUB > WS-STUD-COUNT              00005675
                  IF TBL-STUD-ID (WS-STUD-SUB) =                        00005676
                        TBL-CELL-STUD-ID (WS-CELL-SUB)                  00005677
                     MOVE TBL-STUD-NAME (WS-STUD-SUB) TO RD-NAME        00005678
                  END-IF                                                00005679
                END-PERFORM                                             00005680
                MOVE TBL-CELL-TERM (WS-CELL-SUB) TO RD-TERM             00005681
                MOVE WS-TERM-GPA TO RD-GPA                              00005682
                WRITE STND-RPT-LINE FROM WS-ROSTER-DTL-LINE             00005683
                ADD 1 TO WS-CORRECTED-COUNT                             00005684
             END-IF                                                     00005685
           END-PERFORM.                                                 00005686
       4600-EXIT.                                                       00005687
           EXIT.                                                        00005688
                                                                        00005689
       9000-TERMINATE.                                                  00005690
           DISPLAY "===== STANDING RUN SUMMARY ====="                   00005691
           DISPLAY "GRADES READ        : " WS-GRADES-READ               00005692
           DISPLAY "STANDINGS WRITTEN  : " WS-STANDINGS-WRITTEN         00005700
           DISPLAY "DEANS LIST ENTRIES : " WS-DEANS-COUNT               00005710
           DISPLAY "PROBATION ENTRIES  : " WS-PROB-COUNT                00005720
           DISPLAY "LETTERS WRITTEN    : " WS-LETTERS-WRITTEN           00005730
           DISPLAY "STANDINGS CORRECTED: " WS-CORRECTED-COUNT           00005735
           CLOSE STND-HIST-FILE                                         00005740
           CLOSE STND-RPT-FILE                                          00005750
           CLOSE LETTER-FILE                                            00005752
           MOVE 'STNDLTR' TO PHD-FEED-ID                                00005754
           MOVE WS-RUN-DATE TO PHD-RUN-DATE                             00005756
           MOVE 'STANDING' TO PHD-PROGRAM-ID                            00005758
           MOVE WS-LETTERS-WRITTEN TO PHD-PIECES                        00005760
           PERFORM 8750-WRITE-PRINT-HANDOFF THRU 8750-EXIT.             00005762
       9000-EXIT.                                                       00005770
           EXIT.                                                        00005780
                                                                        00005790
       COPY PRTHPAR.                                                    00005795
       COPY ABENDPAR.                                                   00005800
