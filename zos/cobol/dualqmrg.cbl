       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. DUALQMRG.                                            00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * ONLINE DUAL-CONTROL QUEUE DRAIN.                        *       00000090
      * A MYFINQ DESCRIPTION CORRECTION IS NOT APPLIED FROM THE *       00000100
      * SCREEN: IT IS WRITTEN AS A PENDING ITEM (DUALPEND       *       00000110
      * LAYOUT) TO THE DUALQ EXTRAPARTITION TRANSIENT DATA      *       00000120
      * QUEUE.  THIS STEP READS THE CLOSED QUEUE DATASET AND    *       00000130
      * ADDS EACH ENTRY TO THE DUAL-CONTROL PENDING FILE UNDER  *       00000140
      * THE NEXT HOLD SEQUENCE FOR ITS DATE, SO THE CHECKERS    *       00000150
      * SEE IT ON THE MORNING AGING REPORT AND CAN RELEASE IT   *       00000160
      * THROUGH DUALREL - THE DUALQ TWIN OF OVRQMRG.            *       00000170
      * ENTRIES THAT DO NOT LOOK LIKE PENDING MYFINQ ITEMS ARE  *       00000180
      * COUNTED AND SKIPPED, AND THE STEP ENDS WITH THE WARNING *       00000190
      * CODE SO THE DESK HEARS THAT A CORRECTION DID NOT LAND.  *       00000200
      * ********************************************************        00000210
       ENVIRONMENT DIVISION.                                            00000220
       INPUT-OUTPUT SECTION.                                            00000230
       FILE-CONTROL.                                                    00000240
           SELECT CICS-DUALQ-FILE                                       00000250
           ASSIGN TO CICSDUAQ                                           00000260
           ORGANIZATION IS SEQUENTIAL                                   00000270
           FILE STATUS IS FS-CICS-DUALQ-FILE.                           00000280
           SELECT DUAL-PEND-FILE                                        00000290
           ASSIGN TO DUALPEND                                           00000300
           ORGANIZATION IS INDEXED                                      00000310
           ACCESS MODE IS DYNAMIC                                       00000320
           RECORD KEY IS DPD-KEY OF DUAL-PEND-RECORD                    00000330
           FILE STATUS IS FS-DUAL-PEND-FILE.                            00000340
       DATA DIVISION.                                                   00000350
       FILE SECTION.                                                    00000360
       FD CICS-DUALQ-FILE.                                              00000370
       COPY DUALPEND REPLACING ==DUAL-PEND-RECORD== BY                  00000380
                               ==CICS-DUALQ-RECORD==.                   00000390
                                                                        00000400
       FD DUAL-PEND-FILE.                                               00000410
       COPY DUALPEND.                                                   00000420
                                                                        00000430
       WORKING-STORAGE SECTION.                                         00000440
       01 FS-CICS-DUALQ-FILE PIC XX.                                    00000450
       01 FS-DUAL-PEND-FILE PIC XX.                                     00000460
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00000470
           88 WS-EOF VALUE 'Y'.                                         00000480
       01 WS-SCAN-END-SW PIC X(01) VALUE 'N'.                           00000490
           88 WS-SCAN-END VALUE 'Y'.                                    00000500
       01 WS-SEQ-DATE PIC 9(08) VALUE ZEROES.                           00000510
       01 WS-LAST-SEQ PIC 9(06) VALUE ZEROES.                           00000520
       01 WS-ENTRIES-READ PIC 9(07) VALUE ZEROES.                       00000530
       01 WS-ENTRIES-MERGED PIC 9(07) VALUE ZEROES.                     00000540
       01 WS-ENTRIES-SKIPPED PIC 9(07) VALUE ZEROES.                    00000550
       COPY ABENDCPY.                                                   00000560
                                                                        00000570
       PROCEDURE DIVISION.                                              00000580
       0000-MAIN.                                                       00000590
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00000600
           PERFORM 2000-DRAIN-QUEUE THRU 2000-EXIT                      00000610
              UNTIL WS-EOF                                              00000620
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00000630
           GOBACK.                                                      00000640
                                                                        00000650
      *> ***************************************************************00000660
      *> A MISSING QUEUE DATASET JUST MEANS NO CORRECTIONS WERE KEYED   00000670
      *> ON THE SCREEN - THE STEP ENDS CLEAN AND EMPTY                  00000680
      *> ***************************************************************00000690
       1000-INITIALIZE.                                                 00000700
           OPEN INPUT CICS-DUALQ-FILE                                   00000710
           EVALUATE FS-CICS-DUALQ-FILE                                  00000720
             WHEN "00"                                                  00000730
               CONTINUE                                                 00000740
             WHEN "35"                                                  00000750
               DISPLAY "NO ONLINE DUAL-CONTROL QUEUE DATASET TODAY"     00000760
               SET WS-EOF TO TRUE                                       00000770
             WHEN OTHER                                                 00000780
               MOVE "OPEN FAILED ON CICS-DUALQ-FILE" TO                 00000790
                  WS-ABEND-MESSAGE                                      00000800
               GO TO 9999-ABEND                                         00000810
           END-EVALUATE                                                 00000820
                                                                        00000830
           IF NOT WS-EOF                                                00000840
              OPEN I-O DUAL-PEND-FILE                                   00000850
              IF FS-DUAL-PEND-FILE = "35"                               00000851
                 OPEN OUTPUT DUAL-PEND-FILE                             00000852
                 CLOSE DUAL-PEND-FILE                                   00000853
                 OPEN I-O DUAL-PEND-FILE                                00000854
              END-IF                                                    00000855
              IF FS-DUAL-PEND-FILE NOT = "00"                           00000860
                 MOVE "OPEN FAILED ON DUAL-PEND-FILE" TO                00000870
                    WS-ABEND-MESSAGE                                    00000880
                 GO TO 9999-ABEND                                       00000890
              END-IF                                                    00000900
              PERFORM 2900-READ-QUEUE-ENTRY THRU 2900-EXIT              00000910
           END-IF.                                                      00000920
       1000-EXIT.                                                       00000930
           EXIT.                                                        00000940
                                                                        00000950
      *> ***************************************************************00000960
      *> ADD ONE QUEUE ENTRY TO THE PENDING FILE.  THE SCREEN WRITES    00000970
      *> THE ITEM WITH A ZERO SEQUENCE; IT TAKES THE NEXT ONE FREE      00000980
      *> FOR ITS HELD DATE HERE                                         00000990
      *> ***************************************************************00001000
       2000-DRAIN-QUEUE.                                                00001010
           IF DPD-HELD-DATE OF CICS-DUALQ-RECORD NOT NUMERIC            00001020
              OR DPD-HELD-DATE OF CICS-DUALQ-RECORD = ZEROES            00001030
              OR NOT DPD-FROM-MYFINQ OF CICS-DUALQ-RECORD               00001040
              OR NOT DPD-PENDING OF CICS-DUALQ-RECORD                   00001050
              OR DPD-MAKER-ID OF CICS-DUALQ-RECORD = SPACES             00001060
              OR DPD-REF-NO OF CICS-DUALQ-RECORD NOT NUMERIC            00001070
              OR DPD-REF-NO OF CICS-DUALQ-RECORD = ZEROES               00001080
              ADD 1 TO WS-ENTRIES-SKIPPED                               00001090
              GO TO 2000-READ-NEXT                                      00001100
           END-IF                                                       00001110
           IF DPD-HELD-DATE OF CICS-DUALQ-RECORD NOT = WS-SEQ-DATE      00001120
              PERFORM 2100-FIND-LAST-SEQ THRU 2100-EXIT                 00001130
           END-IF                                                       00001140
           ADD 1 TO WS-LAST-SEQ                                         00001150
           MOVE CICS-DUALQ-RECORD TO DUAL-PEND-RECORD                   00001160
           MOVE WS-LAST-SEQ TO DPD-HELD-SEQ OF DUAL-PEND-RECORD         00001170
           WRITE DUAL-PEND-RECORD                                       00001180
           IF FS-DUAL-PEND-FILE NOT = "00"                              00001190
              MOVE "WRITE FAILED ON DUAL-PEND-FILE" TO                  00001200
                 WS-ABEND-MESSAGE                                       00001210
              GO TO 9999-ABEND                                          00001220
           END-IF                                                       00001230
           ADD 1 TO WS-ENTRIES-MERGED.                                  00001240
       2000-READ-NEXT.                                                  00001250
           PERFORM 2900-READ-QUEUE-ENTRY THRU 2900-EXIT.                00001260
       2000-EXIT.                                                       00001270
           EXIT.                                                        00001280
                                                                        00001290
      *> ***************************************************************00001300
      *> HIGHEST MYFINQ HOLD SEQUENCE ALREADY ON FILE FOR THE DATE, SO  00001310
      *> A RERUN OF THE STEP ADDS AFTER WHAT THE FIRST RUN ADDED        00001320
      *> ***************************************************************00001330
       2100-FIND-LAST-SEQ.                                              00001340
           MOVE DPD-HELD-DATE OF CICS-DUALQ-RECORD TO WS-SEQ-DATE       00001350
           MOVE ZEROES TO WS-LAST-SEQ                                   00001360
           MOVE 'N' TO WS-SCAN-END-SW                                   00001370
           MOVE WS-SEQ-DATE TO DPD-HELD-DATE OF DUAL-PEND-RECORD        00001380
           MOVE 'Q' TO DPD-ORIGIN OF DUAL-PEND-RECORD                   00001390
           MOVE ZEROES TO DPD-HELD-SEQ OF DUAL-PEND-RECORD              00001400
           START DUAL-PEND-FILE KEY IS NOT < DPD-KEY OF DUAL-PEND-RECORD00001410
           IF FS-DUAL-PEND-FILE NOT = "00"                              00001420
              GO TO 2100-EXIT                                           00001430
           END-IF                                                       00001440
           PERFORM UNTIL WS-SCAN-END                                    00001450
             READ DUAL-PEND-FILE NEXT                                   00001460
             IF FS-DUAL-PEND-FILE NOT = "00"                            00001470
                OR DPD-HELD-DATE OF DUAL-PEND-RECORD NOT = WS-SEQ-DATE  00001480
                OR NOT DPD-FROM-MYFINQ OF DUAL-PEND-RECORD              00001490
                SET WS-SCAN-END TO TRUE                                 00001500
             ELSE                                                       00001510
                MOVE DPD-HELD-SEQ OF DUAL-PEND-RECORD TO WS-LAST-SEQ    00001520
             END-IF                                                     00001530
           END-PERFORM.                                                 00001540
       2100-EXIT.                                                       00001550
           EXIT.                                                        00001560
                                                                        00001570
       2900-READ-QUEUE-ENTRY.                                           00001580
           READ CICS-DUALQ-FILE                                         00001590
           EVALUATE FS-CICS-DUALQ-FILE                                  00001600
             WHEN "00"                                                  00001610
               ADD 1 TO WS-ENTRIES-READ                                 00001620
             WHEN "10"                                                  00001630
               SET WS-EOF TO TRUE                                       00001640
             WHEN OTHER                                                 00001650
               DISPLAY "READ FAILED, CICS-DUALQ-FILE STATUS: "          00001660
                 FS-CICS-DUALQ-FILE                                     00001670
               SET WS-EOF TO TRUE                                       00001680
           END-EVALUATE.                                                00001690
       2900-EXIT.                                                       00001700
           EXIT.                                                        00001710
                                                                        00001720
       9000-TERMINATE.                                                  00001730
           DISPLAY "===== DUALQMRG RUN SUMMARY ====="                   00001740
           DISPLAY "QUEUE ENTRIES READ    : " WS-ENTRIES-READ           00001750
           DISPLAY "ITEMS ADDED           : " WS-ENTRIES-MERGED         00001760
           DISPLAY "ENTRIES SKIPPED       : " WS-ENTRIES-SKIPPED        00001770
           CLOSE CICS-DUALQ-FILE                                        00001780
           CLOSE DUAL-PEND-FILE                                         00001790
           IF WS-ENTRIES-SKIPPED > 0                                    00001800
              SET RC-WARNING TO TRUE                                    00001810
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00001820
           END-IF.                                                      00001830
       9000-EXIT.                                                       00001840
           EXIT.                                                        00001850
                                                                        00001860
       COPY ABENDPAR.                                                   00001870
