           05 CNT-CONTACT-TYPE      PIC X(12).                          00000130
           05 CNT-REFERENCE         PIC X(20).                          00000140
           05 CNT-DATE              PIC 9(08).                          00000150
      * THE PRINT FEED AN ENTRY WENT OUT ON (SPACES FOR ANYTHING NOT    00000160
      * PRINTED - ELECTRONIC, HELD, SUPPRESSED) AND THE DAY THE PRINT   00000170
      * SHOP'S MANIFEST CONFIRMED THE WHOLE FEED MAILED, FILLED IN      00000180
      * LATER BY PRTRECN.  ZERO UNTIL THEN: SENT TO PRINT, NOT MAILED   00000190
           05 CNT-FEED-ID           PIC X(08).                          00000200
           05 CNT-MAILED-DATE       PIC 9(08).                          00000210
           05 FILLER                PIC X(15).                          00000220
