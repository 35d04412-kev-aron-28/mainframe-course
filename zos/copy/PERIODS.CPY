      * TRANSACTION DATED INSIDE A CLOSED PERIOD, SO A LATE-KEYED    *  00000060
      * BACKDATED ITEM CAN NO LONGER RESTATE A MONTH FINANCE HAS     *  00000070
      * ALREADY REPORTED.                                            *  00000080
      * ARITH LOADS IT TOO, TO KEEP A BACK-VALUE ADJUSTMENT OUT OF   *  00000082
      * ANY MONTH ALREADY CLOSED.                                    *  00000084
      * THE YEAR-END STREAM LOCKS THE TWELVE MONTHS OF A FISCAL YEAR *  00000085
      * ONCE ITS CLOSING ENTRIES ARE POSTED.  A LOCKED MONTH STAYS   *  00000086
      * CLOSED: PERCTL REOPENS IT ONLY ON A SECOND OFFICER'S         *  00000087
      * OVERRIDE, AND THE LOCK SURVIVES THE REOPEN, SO THE NEXT      *  00000088
      * REOPEN NEEDS ONE TOO.                                        *  00000089
      ***************************************************************** 00000090
       01 PERIOD-RECORD.                                                00000100
           05 PER-YYYYMM            PIC 9(06).                          00000110
               88 PER-CLOSED         VALUE 'C'.                         00000140
           05 PER-CLOSED-BY         PIC X(08).                          00000150
           05 PER-CLOSED-DATE       PIC 9(08).                          00000160
           05 PER-FY-LOCK           PIC X(01).                          00000170
               88 PER-FY-LOCKED      VALUE 'L'.                         00000180
           05 PER-LOCKED-BY         PIC X(08).                          00000190
           05 FILLER                PIC X(08).                          00000200
