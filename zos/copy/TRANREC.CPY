       01 ARITH-TRAN-RECORD.                                            00000010
           05 TRAN-ID                  PIC 9(09).                       00000020
           05 TRAN-ACCT-NO             PIC 9(09).                       00000030
      * INTR/RINT INTEREST AND ITS REVERSAL, PREM/RPRM PREMIUM AND      00000031
      * ITS REFUND, CFEE A FEE ASSESSED AGAINST AN OPEN CONTRACT AND    00000032
      * PYMT A PAYMENT APPLIED TO ONE.  A CFEE OR PYMT NAMES ITS        00000033
      * CONTRACT BY THE ORIGINATING TRAN-ID AND CARRIES ITS AMOUNT IN   00000034
      * THE PRINCIPAL FIELD                                             00000035
           05 TRAN-TYPE                PIC X(04).                       00000040
           05 TRAN-PRINCIPAL           PIC S9(09)V99 COMP-3.            00000050
           05 TRAN-RATE                PIC S9V9999 COMP-3.              00000060
               88 TRAN-CALC-DAILY      VALUE 'D'.                       00000079
      * EFFECTIVE DATE OF THE POSTING.  ZERO MEANS THE PROCESSING       00000081
      * DATE; A NON-ZERO DATE IS CHECKED AGAINST THE FISCAL PERIOD      00000082
      * CONTROL AND REJECTED WHEN ITS MONTH IS CLOSED.  AN INTR OR      00000083
      * PYMT DATED IN AN EARLIER MONTH IS BACK-VALUED BY ARITH, WHICH   00000084
      * RE-ACCRUES THE MONTHS SINCE THEN THAT ARE STILL OPEN            00000085
           05 TRAN-EFF-DATE           PIC 9(08).                        00000086
           05 FILLER                   PIC X(01).                       00000087
