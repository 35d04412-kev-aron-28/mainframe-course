      ***************************************************************** 00000010
      * FXREVCTL - FOREIGN-CURRENCY REVALUATION CONTROL RECORD       *  00000020
      * ONE RECORD, REWRITTEN BY THE MONTH-END FXREVAL RUN WITH THE  *  00000030
      * DATE IT REVALUED, THE FIRST BUSINESS DAY OF THE NEXT MONTH   *  00000040
      * ON WHICH THE POSTING IS TO BE REVERSED, AND THE COUNT AND    *  00000050
      * HASH OF THE REVALUATION JOURNAL.  THE NIGHTLY FXREVRS STEP   *  00000060
      * REVERSES THE JOURNAL ON OR AFTER THAT DAY AND MARKS THE      *  00000070
      * RECORD REVERSED SO IT IS REVERSED ONLY ONCE                  *  00000080
      ***************************************************************** 00000090
       01 FXREV-CONTROL-RECORD.                                         00000100
           05 FXC-REVAL-DATE        PIC 9(08).                          00000110
           05 FXC-REVERSE-DATE      PIC 9(08).                          00000120
           05 FXC-STATUS            PIC X(01).                          00000130
               88 FXC-PENDING        VALUE 'P'.                         00000140
               88 FXC-REVERSED       VALUE 'R'.                         00000150
           05 FXC-REVERSED-ON       PIC 9(08).                          00000160
           05 FXC-JRNL-REC-COUNT    PIC 9(09).                          00000170
           05 FXC-JRNL-AMOUNT-HASH  PIC 9(15).                          00000180
           05 FILLER                PIC X(31).                          00000190
