      ***************************************************************** 00000010
      * SANCREC - SANCTIONS SCREENING REVIEW RECORD                  *  00000020
      * ONE POTENTIAL WATCH-LIST MATCH: WHO WAS SCREENED (CUSTOMER   *  00000030
      * OR APPLICANT), WHICH LIST ENTRY THEIR NAME MATCHED, HOW      *  00000040
      * STRONGLY, AND WHAT COMPLIANCE DECIDED.  THE SAME LAYOUT IS   *  00000050
      * THE REVIEW QUEUE SANCSCRN WRITES, THE DECISIONS COMPLIANCE   *  00000060
      * SENDS BACK, AND THE REGISTER GENERATION THAT REMEMBERS EVERY *  00000070
      * HIT SO A CLEARED FALSE POSITIVE DOES NOT COME BACK EACH      *  00000080
      * WEEK.  THE SOUND-ALIKE NAME KEYS ARE THE ONES THE HIT WAS    *  00000090
      * CLEARED FOR - A CHANGED NAME IS SCREENED AFRESH.             *  00000100
      * THE REGISTER'S FIRST RECORD IS A TYPE 'H' HEADER CARRYING    *  00000110
      * THE DATES OF THE LAST NIGHTLY AND WEEKLY SCREENS             *  00000120
      ***************************************************************** 00000130
       01 SANC-REVIEW-RECORD.                                           00000140
           05 SRV-SUBJECT-TYPE      PIC X(01).                          00000150
               88 SRV-CUSTOMER       VALUE 'C'.                         00000160
               88 SRV-APPLICANT      VALUE 'A'.                         00000170
               88 SRV-HEADER         VALUE 'H'.                         00000180
           05 SRV-SUBJECT-ID        PIC 9(09).                          00000190
           05 SRV-ENTRY-ID          PIC X(10).                          00000200
           05 SRV-LIST-CD           PIC X(04).                          00000210
           05 SRV-SUBJECT-NAME      PIC X(40).                          00000220
           05 SRV-NAME-KEY.                                             00000230
               10 SRV-FIRST-PHON    PIC X(04).                          00000240
               10 SRV-LAST-PHON     PIC X(04).                          00000250
           05 SRV-MATCH-SCORE       PIC 9(03).                          00000260
           05 SRV-QUEUE-DATE        PIC 9(08).                          00000270
           05 SRV-DISPOSITION       PIC X(01).                          00000280
               88 SRV-PENDING        VALUE ' '.                         00000290
               88 SRV-CLEARED        VALUE 'C'.                         00000300
               88 SRV-CONFIRMED      VALUE 'M'.                         00000310
           05 SRV-OFFICER           PIC X(08).                          00000320
           05 SRV-DISP-DATE         PIC 9(08).                          00000330
       01 SANC-REGISTER-HEADER REDEFINES SANC-REVIEW-RECORD.            00000340
           05 FILLER                PIC X(01).                          00000350
           05 SRH-LAST-NIGHTLY      PIC 9(08).                          00000360
           05 SRH-LAST-WEEKLY       PIC 9(08).                          00000370
           05 FILLER                PIC X(83).                          00000380
