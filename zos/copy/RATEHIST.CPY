      ***************************************************************** 00000010
      * RATEHIST - CONTRACT RATE-HISTORY RECORD LAYOUT               *  00000020
      * ONE RECORD EVERY TIME THE CONREPR RUN RESETS AN INDEX-LINKED *  00000030
      * CONTRACT, APPENDED TO ONE SEQUENTIAL DATASET, SO THE RATE A  *  00000040
      * CONTRACT CARRIED ON ANY DATE CAN BE RECONSTRUCTED.  A RESET  *  00000050
      * THAT LEAVES THE RATE WHERE IT WAS IS STILL RECORDED.  THE    *  00000060
      * LIMIT FLAG SAYS WHETHER THE FLOOR OR THE CAP OVERRODE THE    *  00000070
      * INDEX-PLUS-MARGIN RATE.  FIXED LENGTH 80 BYTES               *  00000080
      ***************************************************************** 00000090
       01 RATE-HIST-RECORD.                                             00000100
           05 RHS-TRAN-ID           PIC 9(09).                          00000110
           05 RHS-ACCT-NO           PIC 9(09).                          00000120
           05 RHS-RESET-DATE        PIC 9(08).                          00000130
           05 RHS-OLD-RATE          PIC 9V9999.                         00000140
           05 RHS-NEW-RATE          PIC 9V9999.                         00000150
           05 RHS-INDEX-CD          PIC X(04).                          00000160
           05 RHS-INDEX-RATE        PIC 9V9999.                         00000170
           05 RHS-MARGIN            PIC S9V9999                         00000180
                                    SIGN LEADING SEPARATE.              00000190
           05 RHS-LIMIT-SW          PIC X(01).                          00000200
               88 RHS-FLOOR-APPLIED  VALUE 'F'.                         00000210
               88 RHS-CAP-APPLIED    VALUE 'C'.                         00000220
               88 RHS-NO-LIMIT       VALUE ' '.                         00000230
           05 RHS-RUN-DATE          PIC 9(08).                          00000240
           05 FILLER                PIC X(20).                          00000250
