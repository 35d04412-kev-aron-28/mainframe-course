      ***************************************************************** 00000010
      * SANCHLD - SANCTIONS HOLD ON TONIGHT'S APPLICANTS             *  00000020
      * ONE RECORD PER APPLICANT WHOSE NAME HAS AN OPEN OR CONFIRMED *  00000030
      * WATCH-LIST HIT.  WRITTEN BY SANCSCRN AHEAD OF CONDI, WHICH   *  00000040
      * HOLDS THE DECISION AS A REFER - NO LETTER, NO NEW ACCOUNT -  *  00000050
      * UNTIL COMPLIANCE CLEARS THE HIT                              *  00000060
      ***************************************************************** 00000070
       01 SANC-HOLD-RECORD.                                             00000080
           05 SHD-APPL-ID           PIC 9(09).                          00000090
           05 SHD-ENTRY-ID          PIC X(10).                          00000100
           05 SHD-MATCH-SCORE       PIC 9(03).                          00000110
           05 SHD-DISPOSITION       PIC X(01).                          00000120
               88 SHD-PENDING        VALUE ' '.                         00000130
               88 SHD-CONFIRMED      VALUE 'M'.                         00000140
           05 FILLER                PIC X(17).                          00000150
