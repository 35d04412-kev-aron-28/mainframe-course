      ***************************************************************** 00000010
      * PRTHPAR - SHARED PRINT-SHOP HAND-OFF PARAGRAPH               *  00000020
      * PERFORMED ONCE PER FEED AS THE PRODUCER CLOSES IT.  THE      *  00000030
      * CALLER MOVES PHD-FEED-ID, PHD-RUN-DATE (THE DATE ON THE      *  00000040
      * FEED'S CONTACT-HISTORY ENTRIES), PHD-PROGRAM-ID AND          *  00000050
      * PHD-PIECES; THE STAMP AND THE EMPTY OUTCOME ARE FILLED IN    *  00000060
      * HERE.  THE REGISTER IS OPENED FOR EXTEND (CREATED ON THE     *  00000070
      * FIRST RUN) AND CLOSED AGAIN, SO A PRODUCER NEEDS NO OPEN OF  *  00000080
      * ITS OWN.  A FAILURE IS DISPLAYED, NOT FATAL - THE FEED HAS   *  00000090
      * ALREADY GONE, AND PRTRECN REPORTS A MANIFEST IT CANNOT MATCH *  00000100
      ***************************************************************** 00000110
       8750-WRITE-PRINT-HANDOFF.                                        00000120
           ACCEPT PHD-CREATE-TIME FROM TIME                             00000130
           MOVE SPACE TO PHD-STATUS                                     00000140
           MOVE ZEROES TO PHD-MAIL-DATE                                 00000150
           MOVE ZEROES TO PHD-MAILED                                    00000160
           MOVE ZEROES TO PHD-SPOILED                                   00000170
           OPEN EXTEND PRINT-HANDOFF-FILE                               00000180
           IF FS-PRINT-HANDOFF-FILE = "35"                              00000190
              OPEN OUTPUT PRINT-HANDOFF-FILE                            00000200
           END-IF                                                       00000210
           IF FS-PRINT-HANDOFF-FILE NOT = "00"                          00000220
              DISPLAY "OPEN FAILED, PRINT-HANDOFF-FILE STATUS: "        00000230
                 FS-PRINT-HANDOFF-FILE                                  00000240
              GO TO 8750-EXIT                                           00000250
           END-IF                                                       00000260
           WRITE PRINT-HANDOFF-RECORD                                   00000270
           IF FS-PRINT-HANDOFF-FILE NOT = "00"                          00000280
              DISPLAY "WRITE FAILED, PRINT-HANDOFF-FILE STATUS: "       00000290
                 FS-PRINT-HANDOFF-FILE                                  00000300
           END-IF                                                       00000310
           CLOSE PRINT-HANDOFF-FILE.                                    00000320
       8750-EXIT.                                                       00000330
           EXIT.                                                        00000340
