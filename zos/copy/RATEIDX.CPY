      ***************************************************************** 00000010
      * RATEIDX - PUBLISHED RATE-INDEX RECORD LAYOUT                 *  00000020
      * ONE RECORD PER INDEX PER EFFECTIVE DATE (PRIME, FOR EXAMPLE, *  00000030
      * EACH TIME IT MOVES), KEYED BY INDEX CODE AND EFFECTIVE DATE  *  00000040
      * SO A BROWSE WALKS ONE INDEX IN DATE ORDER.  MAINTAINED BY    *  00000050
      * RATEMNT FROM THE TREASURY DESK'S CARDS; READ BY THE CONREPR  *  00000060
      * REPRICING RUN, WHICH PRICES A RESET FROM THE ENTRY WITH THE  *  00000070
      * LATEST EFFECTIVE DATE NOT AFTER THE RESET DATE.  FIXED       *  00000080
      * LENGTH 80 BYTES                                              *  00000090
      ***************************************************************** 00000100
       01 RATE-INDEX-RECORD.                                            00000110
           05 RIX-KEY.                                                  00000120
               10 RIX-INDEX-CD      PIC X(04).                          00000130
               10 RIX-EFF-DATE      PIC 9(08).                          00000140
      * ANNUAL RATE AS A DECIMAL FRACTION, THE SAME SCALE AS CON-RATE   00000150
           05 RIX-RATE              PIC 9V9999.                         00000160
           05 RIX-DESC              PIC X(30).                          00000170
           05 RIX-SETUP-DATE        PIC 9(08).                          00000180
           05 FILLER                PIC X(25).                          00000190
