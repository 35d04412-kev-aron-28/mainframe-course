      ***************************************************************** 00000010
      * RECERT - OPERATOR ACCESS RECERTIFICATION WORKSHEET LINE      *  00000020
      * ONE LINE PER RIGHT OPRCERT FLAGS: A DORMANT ID (FUNCTION     *  00000030
      * '*', THE WHOLE ID) OR A FUNCTION GRANTED BUT NEVER USED.     *  00000040
      * THE MANAGER ENTERS 'R' TO REVOKE OR 'K' TO KEEP, AND THEIR   *  00000050
      * OWN OPERATOR ID, AND SENDS THE FILE BACK; OPRREVK APPLIES    *  00000060
      * THE 'R' LINES TO THE NEXT OPERSEC GENERATION                 *  00000070
      ***************************************************************** 00000080
       01 RECERT-RECORD.                                                00000090
           05 RCW-OPER-ID           PIC X(08).                          00000100
           05 RCW-FUNCTION          PIC X(01).                          00000110
               88 RCW-WHOLE-ID       VALUE '*'.                         00000120
           05 RCW-FLAG              PIC X(02).                          00000130
               88 RCW-FLAG-DORMANT   VALUE 'DO'.                        00000140
               88 RCW-FLAG-UNUSED    VALUE 'NU'.                        00000150
           05 RCW-LAST-USED         PIC 9(08).                          00000160
           05 RCW-DECISION          PIC X(01).                          00000170
               88 RCW-REVOKE         VALUE 'R'.                         00000180
               88 RCW-KEEP           VALUE 'K'.                         00000190
               88 RCW-UNDECIDED      VALUE ' '.                         00000200
           05 RCW-REVIEWER          PIC X(08).                          00000210
           05 RCW-CYCLE-DATE        PIC 9(08).                          00000220
           05 FILLER                PIC X(44).                          00000230
