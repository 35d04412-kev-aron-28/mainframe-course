      ***************************************************************** 00000010
      * ALRTFEED - SMS / E-MAIL ALERT DELIVERY FEED RECORD           *  00000020
      * ONE RECORD PER ALERT FOR THE MESSAGING VENDOR: WHO, WHICH    *  00000030
      * CHANNEL AND ADDRESS, THE EVENT, THE ACCOUNT AND THE AMOUNT   *  00000040
      * (THE POSTING, OR THE BALANCE), WITH THE MESSAGE TEXT.  THE   *  00000050
      * AMOUNT IS UNSIGNED WITH A SEPARATE SIGN BYTE FOR THE VENDOR. *  00000060
      * WRITTEN BY EVTALRT; THE FEED ENDS WITH THE STANDARD FEEDTRL  *  00000070
      * TRAILER (ACCOUNT-NUMBER HASH)                                *  00000080
      ***************************************************************** 00000090
       01 ALERT-FEED-RECORD.                                            00000100
           05 AFD-CUST-ID           PIC 9(09).                          00000110
           05 AFD-CHANNEL           PIC X(01).                          00000120
           05 AFD-ADDRESS           PIC X(50).                          00000130
           05 AFD-EVENT             PIC X(02).                          00000140
           05 AFD-ACCT-NO           PIC 9(09).                          00000150
           05 AFD-EVENT-DATE        PIC 9(08).                          00000160
           05 AFD-AMOUNT            PIC 9(11)V99.                       00000170
           05 AFD-AMOUNT-SIGN       PIC X(01).                          00000180
           05 AFD-MESSAGE           PIC X(40).                          00000190
           05 FILLER                PIC X(17).                          00000200
