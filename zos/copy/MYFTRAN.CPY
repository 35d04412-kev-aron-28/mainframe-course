      ***************************************************************** 00000010
      * MYFTRAN - MYFILE TRANSACTION-DETAIL (LEDGER) RECORD LAYOUT    * 00000020
      * ONE RECORD PER POSTING AGAINST A MYFILE ACCOUNT, KEYED BY     * 00000030
      * ACCOUNT, TRANSACTION DATE AND A SEQUENCE NUMBER WITHIN THE    * 00000040
      * DAY, SO AN ACCOUNT CARRIES EVERY POSTING INSTEAD OF ONLY THE  * 00000050
      * LAST ONE.  MYFILE ITSELF IS THE ACCOUNT/BALANCE HEADER: ITS   * 00000060
      * MYFREC-AMOUNT IS THE RUNNING BALANCE AND ITS MYFREC-TRAN-DATE * 00000070
      * THE LAST ACTIVITY DATE.  POSTINGS ARE WRITTEN BY MYFMAINT,    * 00000080
      * WHICH MOVES THE HEADER BALANCE IN THE SAME UNIT OF WORK, AND  * 00000090
      * READ BY FILESHAN, STMTGEN, FILERPT, BALROLL AND BVALSVC.      * 00000100
      * FIXED LENGTH 100 BYTE RECORD                                  * 00000110
      ***************************************************************** 00000120
       01 MYF-TRAN-RECORD.                                              00000130
           05 MTR-KEY.                                                  00000140
               10 MTR-ACCT-NO          PIC 9(09).                       00000150
               10 MTR-TRAN-DATE        PIC 9(08).                       00000160
               10 MTR-SEQ-NO           PIC 9(05).                       00000170
           05 MTR-EFF-DATE             PIC 9(08).                       00000180
           05 MTR-AMOUNT               PIC S9(11)V99 COMP-3.            00000190
           05 MTR-DESC                 PIC X(30).                       00000200
      * CURRENCY OF MTR-AMOUNT - ALWAYS THE ACCOUNT'S OWN CURRENCY;     00000210
      * MYFMAINT REFUSES A POSTING IN ANY OTHER.  SPACES IS BASE.       00000220
           05 MTR-CURR-CD              PIC X(03).                       00000230
      * HEADER BALANCE IMMEDIATELY AFTER THIS POSTING WAS APPLIED       00000240
           05 MTR-BALANCE-AFTER        PIC S9(11)V99 COMP-3.            00000250
      * PROCESSING DATE THE POSTING WAS APPLIED AND THE PROGRAM THAT    00000260
      * APPLIED IT - THE NIGHT'S ACTIVITY FOR THE ROLL-FORWARD PROOF    00000270
           05 MTR-POST-DATE            PIC 9(08).                       00000280
           05 MTR-POST-PROGRAM         PIC X(08).                       00000290
           05 FILLER                   PIC X(07).                       00000300
