      ***************************************************************** 00000010
      * BRPROFRC - BRANCH PROFITABILITY ACCUMULATOR RECORD           *  00000020
      * ONE RECORD PER MYFREC-BRANCH-CD ('????' FOR WORK THAT CAME   *  00000030
      * WITHOUT ONE), UPDATED AT THE END OF EACH NIGHTLY WINDOW BY   *  00000040
      * BRPROFUP ALONGSIDE THE SHOP-WIDE ACCUMREC, AND PRINTED,      *  00000050
      * RANKED AND ROLLED BY THE MONTH-END BRPROF STEP THE WAY       *  00000060
      * MONTHEND ROLLS ACCUMREC.  CHARGES TAKEN ARE THE SVCVAR       *  00000070
      * FIGURE, CHARGES WAIVED COME OFF THE WAIVER REGISTER,         *  00000080
      * INTEREST AND PREMIUM ARE THE ARITH POSTING HISTORY NET OF    *  00000090
      * REVERSALS, WITHHELD IS THE BACKUP WITHHOLDING REMITTED.      *  00000100
      * AMOUNTS ARE IN CENTS.                                        *  00000110
      ***************************************************************** 00000120
       01 BRANCH-PROFIT-RECORD.                                         00000130
           05 BRP-BRANCH-CD         PIC X(04).                          00000140
           05 BRP-ASOF-DATE         PIC 9(08).                          00000150
           05 BRP-MTD-CHARGES       PIC S9(15) SIGN LEADING SEPARATE.   00000160
           05 BRP-MTD-WAIVED        PIC S9(15) SIGN LEADING SEPARATE.   00000170
           05 BRP-MTD-INTEREST      PIC S9(15) SIGN LEADING SEPARATE.   00000180
           05 BRP-MTD-PREMIUM       PIC S9(15) SIGN LEADING SEPARATE.   00000190
           05 BRP-MTD-WITHHELD      PIC S9(15) SIGN LEADING SEPARATE.   00000200
           05 BRP-YTD-CHARGES       PIC S9(15) SIGN LEADING SEPARATE.   00000210
           05 BRP-YTD-WAIVED        PIC S9(15) SIGN LEADING SEPARATE.   00000220
           05 BRP-YTD-INTEREST      PIC S9(15) SIGN LEADING SEPARATE.   00000230
           05 BRP-YTD-PREMIUM       PIC S9(15) SIGN LEADING SEPARATE.   00000240
           05 BRP-YTD-WITHHELD      PIC S9(15) SIGN LEADING SEPARATE.   00000250
           05 FILLER                PIC X(28).                          00000260
