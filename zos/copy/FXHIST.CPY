      ***************************************************************** 00000010
      * FXHIST - EXCHANGE-RATE HISTORY RECORD LAYOUT                 *  00000020
      * ONE RECORD PER CURRENCY EACH NIGHT THE FXINTK INTAKE RUNS,   *  00000030
      * APPENDED TO ONE SEQUENTIAL DATASET, SO THE RATE THE EXTRACT  *  00000040
      * PRICED A CURRENCY AT ON ANY DATE CAN BE RECONSTRUCTED.  THE  *  00000050
      * FEED RATE IS WHAT TREASURY SENT; THE APPLIED RATE IS WHAT    *  00000060
      * WENT INTO FORCE ON FXRATES - THE PRIOR DAY'S RATE WHEN THE   *  00000070
      * FEED RATE WAS REFUSED OR NEVER CAME.  FIXED LENGTH 80 BYTES  *  00000080
      ***************************************************************** 00000090
       01 FX-HIST-RECORD.                                               00000100
           05 FXH-RUN-DATE          PIC 9(08).                          00000110
           05 FXH-CURR-CD           PIC X(03).                          00000120
           05 FXH-EFF-DATE          PIC 9(08).                          00000130
           05 FXH-FEED-RATE         PIC 9(03)V9(06).                    00000140
           05 FXH-PRIOR-RATE        PIC 9(03)V9(06).                    00000150
           05 FXH-APPLIED-RATE      PIC 9(03)V9(06).                    00000160
           05 FXH-MOVE-PCT          PIC 9(05)V99.                       00000170
           05 FXH-STATUS            PIC X(01).                          00000180
               88 FXH-ACCEPTED       VALUE 'A'.                         00000190
               88 FXH-NEW-CURRENCY   VALUE 'N'.                         00000200
               88 FXH-OVER-TOLERANCE VALUE 'T'.                         00000210
               88 FXH-NOT-ON-FEED    VALUE 'M'.                         00000220
               88 FXH-FEED-FAILED    VALUE 'F'.                         00000230
           05 FILLER                PIC X(26).                          00000240
