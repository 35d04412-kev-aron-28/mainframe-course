      ***************************************************************** 00000010
      * STLEDGER - STUDENT ACCOUNT LEDGER RECORD LAYOUT              *  00000020
      * ONE RECORD PER POSTING TO A STUDENT'S ACCOUNT, KEPT IN       *  00000030
      * STUDENT ORDER AND POSTING ORDER WITHIN A STUDENT.  TUITBILL  *  00000040
      * POSTS TUITION (TU), FLAT FEES (FE), LATE FEES (LF), BURSAR   *  00000050
      * PAYMENTS (PY) AND WITHDRAWAL REFUNDS (RF).  CHARGES ARE      *  00000060
      * POSITIVE AND CARRY THE DATE THEY FALL DUE; CREDITS ARE       *  00000070
      * NEGATIVE.  THE BALANCE IS THE SUM OF THE AMOUNTS             *  00000080
      ***************************************************************** 00000090
       01 LEDGER-RECORD.                                                00000100
           05 LDG-STUDENT-ID        PIC 9(05).                          00000110
           05 LDG-TERM              PIC X(05).                          00000120
           05 LDG-POST-DATE         PIC 9(08).                          00000130
           05 LDG-TYPE              PIC X(02).                          00000140
               88 LDG-TUITION        VALUE 'TU'.                        00000150
               88 LDG-FLAT-FEE       VALUE 'FE'.                        00000160
               88 LDG-LATE-FEE       VALUE 'LF'.                        00000170
               88 LDG-PAYMENT        VALUE 'PY'.                        00000180
               88 LDG-REFUND         VALUE 'RF'.                        00000190
           05 LDG-FEE-CD            PIC X(04).                          00000200
           05 LDG-DESC              PIC X(20).                          00000210
           05 LDG-AMOUNT            PIC S9(07)V99.                      00000220
           05 LDG-DUE-DATE          PIC 9(08).                          00000230
           05 LDG-REFERENCE         PIC X(10).                          00000240
           05 FILLER                PIC X(09).                          00000250
