      ***************************************************************** 00000010
      * PRTHAND - PRINT-SHOP HAND-OFF REGISTER RECORD LAYOUT         *  00000020
      * COPIED INTO THE FILE SECTION OF EVERY PROGRAM THAT CUTS A    *  00000030
      * FEED FOR THE FULFILLMENT PRINT SHOP, IN THE SPIRIT OF THE    *  00000040
      * RUNSTAT TRIO.  ONE RECORD PER FEED PER RUN: WHICH FEED, THE  *  00000050
      * RUN DATE ITS CONTACT-HISTORY ENTRIES CARRY, AND THE PIECES   *  00000060
      * HANDED OVER.  THE PRTRECN STEP MATCHES EACH ONE TO THE PRINT *  00000070
      * SHOP'S PRODUCTION MANIFEST AND FILLS IN THE OUTCOME FIELDS;  *  00000080
      * THE PRODUCER LEAVES THEM EMPTY                               *  00000090
      ***************************************************************** 00000100
       01 PRINT-HANDOFF-RECORD.                                         00000110
           05 PHD-FEED-ID           PIC X(08).                          00000120
           05 PHD-RUN-DATE          PIC 9(08).                          00000130
           05 PHD-CREATE-TIME       PIC 9(08).                          00000140
           05 PHD-PROGRAM-ID        PIC X(08).                          00000150
           05 PHD-PIECES            PIC 9(09).                          00000160
      * OUTCOME - SPACE UNTIL THE MANIFEST ARRIVES: C EVERY PIECE       00000170
      * MAILED, S MANIFEST SHORT OF THE PIECES HANDED OVER, U NO        00000180
      * MANIFEST INSIDE THE GRACE DAYS (STILL OPEN TO A LATE ONE)       00000190
           05 PHD-STATUS            PIC X(01).                          00000200
               88 PHD-AWAITING       VALUES ' ', 'U'.                   00000210
               88 PHD-CONFIRMED      VALUE 'C'.                         00000220
               88 PHD-SHORT          VALUE 'S'.                         00000230
               88 PHD-UNACKNOWLEDGED VALUE 'U'.                         00000240
           05 PHD-MAIL-DATE         PIC 9(08).                          00000250
           05 PHD-MAILED            PIC 9(09).                          00000260
           05 PHD-SPOILED           PIC 9(09).                          00000270
           05 FILLER                PIC X(12).                          00000280
