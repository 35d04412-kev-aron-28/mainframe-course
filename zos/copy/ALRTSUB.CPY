      ***************************************************************** 00000010
      * ALRTSUB - CUSTOMER ALERT SUBSCRIPTION RECORD LAYOUT          *  00000020
      * ONE RECORD PER EVENT A CUSTOMER HAS ASKED TO BE TOLD ABOUT,  *  00000030
      * ON ONE CHANNEL: THE EVENT, THE THRESHOLD THAT TRIGGERS IT    *  00000040
      * AND THE PHONE NUMBER OR E-MAIL ADDRESS TO SEND IT TO.        *  00000050
      * FOR A LARGE POSTING THE THRESHOLD IS THE SMALLEST POSTING,   *  00000060
      * EITHER SIGN, WORTH AN ALERT; FOR A LOW BALANCE IT IS THE     *  00000070
      * BALANCE BELOW WHICH THE ALERT GOES (ZERO = OVERDRAWN ONLY);  *  00000080
      * A FROZEN ACCOUNT HAS NO THRESHOLD.  READ BY NIGHTLY EVTALRT  *  00000090
      ***************************************************************** 00000100
       01 ALERT-SUB-RECORD.                                             00000110
           05 ASB-CUST-ID           PIC 9(09).                          00000120
           05 ASB-EVENT             PIC X(02).                          00000130
               88 ASB-EVT-LARGE-POST VALUE 'LP'.                        00000140
               88 ASB-EVT-LOW-BAL    VALUE 'LB'.                        00000150
               88 ASB-EVT-FROZEN     VALUE 'FZ'.                        00000160
           05 ASB-CHANNEL           PIC X(01).                          00000170
               88 ASB-CHAN-SMS       VALUE 'S'.                         00000180
               88 ASB-CHAN-EMAIL     VALUE 'E'.                         00000190
           05 ASB-THRESHOLD         PIC 9(09)V99.                       00000200
           05 ASB-ADDRESS           PIC X(50).                          00000210
           05 ASB-STATUS            PIC X(01).                          00000220
               88 ASB-ACTIVE         VALUE 'A'.                         00000230
               88 ASB-CANCELLED      VALUE 'C'.                         00000240
           05 FILLER                PIC X(06).                          00000250
