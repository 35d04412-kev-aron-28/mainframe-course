       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. OVRQMRG.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * ONLINE OVERRIDE QUEUE DRAIN.                            *       00000090
      * THE CONDWB UNDERWRITING WORKBENCH WRITES EACH DESK      *       00000100
      * DECISION (OVRDREC LAYOUT) TO THE OVRQ EXTRAPARTITION    *       00000110
      * TRANSIENT DATA QUEUE.  THIS STEP READS THE DAY'S CLOSED *       00000120
      * QUEUE DATASET AND APPENDS EVERY ENTRY TO THE OVERRIDE   *       00000130
      * FILE AHEAD OF THE CONDI STEP, SO A PEND CLEARED ON THE  *       00000140
      * SCREEN IS APPLIED AS AN OVERRIDE THE SAME NIGHT - THE   *       00000150
      * OVRQ TWIN OF WHAT DLTQMRG DOES FOR THE DELTA FEED.      *       00000160
      * ENTRIES THAT DO NOT LOOK LIKE OVERRIDE TRANSACTIONS ARE *       00000170
      * COUNTED AND SKIPPED, AND THE STEP ENDS WITH THE WARNING *       00000180
      * CODE SO THE DESK HEARS THAT A DECISION DID NOT LAND.    *       00000190
      * ********************************************************        00000200
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
       FILE-CONTROL.                                                    00000230
           SELECT CICS-OVRQ-FILE                                        00000240
           ASSIGN TO CICSOVRQ                                           00000250
           ORGANIZATION IS SEQUENTIAL                                   00000260
           FILE STATUS IS FS-CICS-OVRQ-FILE.                            00000270
           SELECT OVERRIDE-FILE                                         00000280
           ASSIGN TO CONDOVRD                                           00000290
           ORGANIZATION IS SEQUENTIAL                                   00000300
           FILE STATUS IS FS-OVERRIDE-FILE.                             00000310
       DATA DIVISION.                                                   00000320
       FILE SECTION.                                                    00000330
       FD CICS-OVRQ-FILE.                                               00000340
       COPY OVRDREC REPLACING ==OVERRIDE-RECORD== BY                    00000350
                              ==CICS-OVRQ-RECORD==.                     00000360
                                                                        00000370
       FD OVERRIDE-FILE.                                                00000380
       COPY OVRDREC.                                                    00000390
                                                                        00000400
       WORKING-STORAGE SECTION.                                         00000410
       01 FS-CICS-OVRQ-FILE PIC XX.                                     00000420
       01 FS-OVERRIDE-FILE PIC XX.                                      00000430
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00000440
           88 WS-EOF VALUE 'Y'.                                         00000450
       01 WS-ENTRIES-READ PIC 9(07) VALUE ZEROES.                       00000460
       01 WS-ENTRIES-MERGED PIC 9(07) VALUE ZEROES.                     00000470
       01 WS-ENTRIES-SKIPPED PIC 9(07) VALUE ZEROES.                    00000480
       COPY ABENDCPY.                                                   00000490
                                                                        00000500
       PROCEDURE DIVISION.                                              00000510
       0000-MAIN.                                                       00000520
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00000530
           PERFORM 2000-DRAIN-QUEUE THRU 2000-EXIT                      00000540
              UNTIL WS-EOF                                              00000550
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00000560
           GOBACK.                                                      00000570
                                                                        00000580
      *> ***************************************************************00000590
      *> A MISSING QUEUE DATASET JUST MEANS NO PENDS WERE DECIDED       00000600
      *> ON THE WORKBENCH TODAY - THE STEP ENDS CLEAN AND EMPTY         00000610
      *> ***************************************************************00000620
       1000-INITIALIZE.                                                 00000630
           OPEN INPUT CICS-OVRQ-FILE                                    00000640
           EVALUATE FS-CICS-OVRQ-FILE                                   00000650
             WHEN "00"                                                  00000660
               CONTINUE                                                 00000670
             WHEN "35"                                                  00000680
               DISPLAY "NO ONLINE OVERRIDE QUEUE DATASET TODAY"         00000690
               SET WS-EOF TO TRUE                                       00000700
             WHEN OTHER                                                 00000710
               MOVE "OPEN FAILED ON CICS-OVRQ-FILE" TO                  00000720
                  WS-ABEND-MESSAGE                                      00000730
               GO TO 9999-ABEND                                         00000740
           END-EVALUATE                                                 00000750
                                                                        00000760
           IF NOT WS-EOF                                                00000770
              OPEN EXTEND OVERRIDE-FILE                                 00000780
              IF FS-OVERRIDE-FILE = "35"                                00000790
                 OPEN OUTPUT OVERRIDE-FILE                              00000800
              END-IF                                                    00000810
              IF FS-OVERRIDE-FILE NOT = "00"                            00000820
                 MOVE "OPEN FAILED ON OVERRIDE-FILE" TO                 00000830
                    WS-ABEND-MESSAGE                                    00000840
                 GO TO 9999-ABEND                                       00000850
              END-IF                                                    00000860
              PERFORM 2900-READ-QUEUE-ENTRY THRU 2900-EXIT              00000870
           END-IF.                                                      00000880
       1000-EXIT.                                                       00000890
           EXIT.                                                        00000900
                                                                        00000910
      *> ***************************************************************00000920
      *> COPY ONE QUEUE ENTRY ONTO THE OVERRIDE FILE.  THE TEST IS      00000930
      *> THE ONE CONDI ITSELF APPLIES WHEN IT LOADS THE FILE, SO        00000940
      *> NOTHING IS APPENDED THAT CONDI WOULD ONLY THROW AWAY           00000950
      *> ***************************************************************00000960
       2000-DRAIN-QUEUE.                                                00000970
           IF OVRD-APPL-ID OF CICS-OVRQ-RECORD NUMERIC                  00000980
              AND OVRD-APPL-ID OF CICS-OVRQ-RECORD > 0                  00000990
              AND (OVRD-DECISION OF CICS-OVRQ-RECORD = 'ELIGIBLE  '     00001000
                OR OVRD-DECISION OF CICS-OVRQ-RECORD = 'INELIGIBLE')    00001010
              AND OVRD-OFFICER OF CICS-OVRQ-RECORD NOT = SPACES         00001020
              MOVE CICS-OVRQ-RECORD TO OVERRIDE-RECORD                  00001030
              WRITE OVERRIDE-RECORD                                     00001040
              IF FS-OVERRIDE-FILE NOT = "00"                            00001050
                 MOVE "WRITE FAILED ON OVERRIDE-FILE" TO                00001060
                    WS-ABEND-MESSAGE                                    00001070
                 GO TO 9999-ABEND                                       00001080
              END-IF                                                    00001090
              ADD 1 TO WS-ENTRIES-MERGED                                00001100
           ELSE                                                         00001110
              ADD 1 TO WS-ENTRIES-SKIPPED                               00001120
           END-IF                                                       00001130
           PERFORM 2900-READ-QUEUE-ENTRY THRU 2900-EXIT.                00001140
       2000-EXIT.                                                       00001150
           EXIT.                                                        00001160
                                                                        00001170
       2900-READ-QUEUE-ENTRY.                                           00001180
           READ CICS-OVRQ-FILE                                          00001190
           EVALUATE FS-CICS-OVRQ-FILE                                   00001200
             WHEN "00"                                                  00001210
               ADD 1 TO WS-ENTRIES-READ                                 00001220
             WHEN "10"                                                  00001230
               SET WS-EOF TO TRUE                                       00001240
             WHEN OTHER                                                 00001250
               DISPLAY "READ FAILED, CICS-OVRQ-FILE STATUS: "           00001260
                 FS-CICS-OVRQ-FILE                                      00001270
               SET WS-EOF TO TRUE                                       00001280
           END-EVALUATE.                                                00001290
       2900-EXIT.                                                       00001300
           EXIT.                                                        00001310
                                                                        00001320
       9000-TERMINATE.                                                  00001330
           DISPLAY "===== OVRQMRG RUN SUMMARY ====="                    00001340
           DISPLAY "QUEUE ENTRIES READ    : " WS-ENTRIES-READ           00001350
           DISPLAY "OVERRIDES APPENDED    : " WS-ENTRIES-MERGED         00001360
           DISPLAY "ENTRIES SKIPPED       : " WS-ENTRIES-SKIPPED        00001370
           CLOSE CICS-OVRQ-FILE                                         00001380
           CLOSE OVERRIDE-FILE                                          00001390
           IF WS-ENTRIES-SKIPPED > 0                                    00001400
              SET RC-WARNING TO TRUE                                    00001410
              MOVE WS-STD-RETURN-CODE TO RETURN-CODE                    00001420
           END-IF.                                                      00001430
       9000-EXIT.                                                       00001440
           EXIT.                                                        00001450
                                                                        00001460
       COPY ABENDPAR.                                                   00001470
