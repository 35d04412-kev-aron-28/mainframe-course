      ***************************************************************** 00000010
      * PAYQREC - CONTRACT PAYOFF QUOTE RECORD LAYOUT                *  00000020
      * ONE RECORD PER PAYOFF QUOTE ISSUED ON THE PAYQUOT SCREEN.    *  00000030
      * THE SCREEN WRITES IT TO THE PAYQ EXTRAPARTITION TD QUEUE,    *  00000040
      * THE NIGHTLY PAYQMRG STEP APPENDS THE DAY'S QUOTES TO THE     *  00000050
      * QUOTE FILE, AND ARITH MATCHES A PAYMENT RECEIVED BY THE      *  00000060
      * GOOD-THROUGH DATE FOR AT LEAST THE PAYOFF AMOUNT TO ITS      *  00000070
      * QUOTE.  THE AMOUNT IS BROKEN DOWN AS IT WAS QUOTED: THE      *  00000080
      * PRINCIPAL, THE INTEREST ALREADY ACCRUED ON THE CONTRACT,     *  00000090
      * THE INTEREST FROM THE ACCRUED-TO DATE THROUGH THE            *  00000100
      * GOOD-THROUGH DATE, AND THE FEES DUE                          *  00000110
      ***************************************************************** 00000120
       01 PAYOFF-QUOTE-RECORD.                                          00000130
           05 PQT-CON-TRAN-ID       PIC 9(09).                          00000140
           05 PQT-ACCT-NO           PIC 9(09).                          00000150
           05 PQT-ISSUE-DATE        PIC 9(08).                          00000160
           05 PQT-ISSUE-TIME        PIC 9(06).                          00000170
           05 PQT-GOOD-THRU         PIC 9(08).                          00000180
           05 PQT-PRINCIPAL         PIC 9(09)V99.                       00000190
           05 PQT-ACCRUED           PIC 9(09)V99.                       00000200
           05 PQT-INT-TO-DATE       PIC 9(09)V99.                       00000210
           05 PQT-FEES              PIC 9(07)V99.                       00000220
           05 PQT-PAYOFF-AMT        PIC 9(09)V99.                       00000230
           05 PQT-PER-DIEM          PIC 9(05)V99.                       00000240
           05 PQT-CALC-METHOD       PIC X(01).                          00000250
           05 PQT-USERID            PIC X(08).                          00000260
           05 FILLER                PIC X(11).                          00000270
