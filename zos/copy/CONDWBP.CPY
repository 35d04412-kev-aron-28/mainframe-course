      ***************************************************************** 00000010
      * CONDWBP - UNDERWRITING WORKBENCH PEND CASE RECORD             * 00000020
      * ONE RECORD PER OPEN PEND ON THE CONDWBP KSDS, KEYED BY        * 00000030
      * APPLICANT.  CONDPNDL LOADS IT FROM THE NIGHT'S CONDI PEND     * 00000040
      * FILE WITH THE RANKED REASON TEXT ALREADY RESOLVED; THE        * 00000050
      * CONDWB TRANSACTION STAMPS THE HOLD AND THE DECISION.  THE     * 00000060
      * FIRST-PEND DAY IS COUNTED FROM 01/01/1900, THE SAME ORIGIN    * 00000070
      * AS THE CICS ABSTIME CLOCK, SO THE SCREEN AGES THE CASE        * 00000080
      * WITHOUT ANY CALENDAR ARITHMETIC OF ITS OWN                    * 00000090
      ***************************************************************** 00000100
       01 WB-PEND-RECORD.                                               00000110
           05 CWP-APPL-ID           PIC 9(09).                          00000120
           05 CWP-NAME              PIC X(20).                          00000130
           05 CWP-PRODUCT-CD        PIC X(04).                          00000140
           05 CWP-INPUT-SCORE       PIC 9(03).                          00000150
           05 CWP-COMP-SCORE        PIC 9(03).                          00000160
           05 CWP-REASON OCCURS 4 TIMES.                                00000170
               10 CWP-RSN-CODE      PIC X(04).                          00000180
               10 CWP-RSN-TEXT      PIC X(40).                          00000190
           05 CWP-PEND-DATE         PIC 9(08).                          00000200
           05 CWP-FIRST-DATE        PIC 9(08).                          00000210
           05 CWP-FIRST-DAYNUM      PIC 9(07).                          00000220
           05 CWP-STATUS            PIC X(01).                          00000230
               88 CWP-OPEN           VALUE 'O'.                         00000240
               88 CWP-HELD           VALUE 'H'.                         00000250
               88 CWP-DECIDED        VALUE 'D'.                         00000260
           05 CWP-HOLDER            PIC X(08).                          00000270
           05 CWP-HOLD-DATE         PIC 9(08).                          00000280
           05 CWP-HOLD-TIME         PIC 9(06).                          00000290
           05 CWP-DECISION          PIC X(10).                          00000300
           05 CWP-DEC-RSN-CODE      PIC X(04).                          00000310
           05 FILLER                PIC X(25).                          00000320
