      ***************************************************************** 00000010
      * REGHOLD - REGISTRATION HOLD LIST RECORD LAYOUT               *  00000020
      * ONE RECORD PER STUDENT WITH A BALANCE PAST DUE ON THE        *  00000030
      * STUDENT ACCOUNT LEDGER, WRITTEN BY TUITBILL IN STUDENT       *  00000040
      * ORDER.  CRSREG REFUSES NEW REGISTRATIONS FOR A HELD STUDENT  *  00000050
      * UNTIL A LATER BILLING RUN FINDS THE BALANCE PAID             *  00000060
      ***************************************************************** 00000070
       01 REG-HOLD-RECORD.                                              00000080
           05 HLD-STUDENT-ID        PIC 9(05).                          00000090
           05 HLD-PAST-DUE          PIC 9(07)V99.                       00000100
           05 HLD-OLDEST-DUE        PIC 9(08).                          00000110
           05 HLD-RUN-DATE          PIC 9(08).                          00000120
           05 FILLER                PIC X(10).                          00000130
