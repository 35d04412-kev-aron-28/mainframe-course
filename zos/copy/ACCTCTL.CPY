      ***************************************************************** 00000010
      * ACCTCTL - ACCOUNT NUMBER ASSIGNMENT CONTROL RECORD           *  00000020
      * A ONE-RECORD KSDS (CONSTANT KEY '0') HOLDING THE LAST MYFILE *  00000030
      * ACCOUNT NUMBER ASSIGNED, THE SAME SHAPE AS CUSTCTL.  THE     *  00000040
      * ACCOUNT-OPENING STEP READS IT FOR UPDATE, ADDS ONE, AND      *  00000050
      * REWRITES IT FOR EVERY ACCOUNT IT SETS UP                     *  00000060
      ***************************************************************** 00000070
       01 ACCT-CTL-RECORD.                                              00000080
           05 ACTL-KEY              PIC X(01).                          00000090
           05 ACTL-LAST-ACCT-NO     PIC 9(09).                          00000100
           05 FILLER                PIC X(70).                          00000110
