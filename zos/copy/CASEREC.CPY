      ***************************************************************** 00000010
      * CASEREC - SERVICE-DESK CASE MASTER RECORD                     * 00000020
      * ONE RECORD PER COMPLAINT OR SERVICE REQUEST ON THE CASEFILE   * 00000030
      * KSDS, KEYED BY CASE NUMBER.  THE CASEMNT TRANSACTION OPENS,   * 00000040
      * UPDATES AND CLOSES CASES; THE NIGHTLY CASEAGE STEP ESCALATES  * 00000050
      * THE OVERDUE ONES TO THE OWNER'S SUPERVISOR AND WRITES THE     * 00000060
      * CONTACT-HISTORY ENTRY FOR EACH CLOSED ONE; CASERPT COUNTS     * 00000070
      * THEM BY CATEGORY FOR COMPLIANCE EACH MONTH.  CASE NUMBER      * 00000080
      * ZERO IS THE CONTROL RECORD CARRYING THE LAST NUMBER ISSUED,   * 00000090
      * WRITTEN BY CASEAGE ON ITS FIRST RUN AND TAKEN UNDER A READ    * 00000100
      * UPDATE BY THE SCREEN, SO TWO DESKS NEVER ISSUE THE SAME ONE   * 00000110
      ***************************************************************** 00000120
       01 SERVICE-CASE-RECORD.                                          00000130
           05 CSE-CASE-ID           PIC 9(09).                          00000140
           05 CSE-CASE-DATA.                                            00000150
               10 CSE-CUST-ID       PIC 9(09).                          00000160
               10 CSE-ACCT-NO       PIC 9(09).                          00000170
               10 CSE-CATEGORY      PIC X(04).                          00000180
               10 CSE-CASE-TYPE     PIC X(01).                          00000190
                   88 CSE-COMPLAINT      VALUE 'C'.                     00000200
                   88 CSE-SERVICE-REQ    VALUE 'S'.                     00000210
               10 CSE-OPENED-DATE   PIC 9(08).                          00000220
               10 CSE-OPENED-BY     PIC X(08).                          00000230
               10 CSE-OWNER-ID      PIC X(08).                          00000240
               10 CSE-DUE-DATE      PIC 9(08).                          00000250
               10 CSE-STATUS        PIC X(01).                          00000260
                   88 CSE-OPEN           VALUE 'O'.                     00000270
                   88 CSE-ESCALATED      VALUE 'E'.                     00000280
                   88 CSE-CLOSED         VALUE 'C'.                     00000290
                   88 CSE-ACTIVE         VALUES 'O', 'E'.               00000300
               10 CSE-SUPERVISOR-ID PIC X(08).                          00000310
               10 CSE-ESCALATED-DT  PIC 9(08).                          00000320
      * RESOLUTION: UPHD UPHELD, PART PARTLY UPHELD, NUPH NOT UPHELD    00000330
      * (COMPLAINTS); DONE COMPLETED (REQUESTS); WDRN WITHDRAWN BY      00000340
      * THE CUSTOMER, REFR REFERRED ELSEWHERE (EITHER)                  00000350
               10 CSE-RESOLUTION-CD PIC X(04).                          00000360
                   88 CSE-RESOLUTION-VALID                              00000370
                                     VALUES 'UPHD', 'PART', 'NUPH',     00000380
                                            'DONE', 'WDRN', 'REFR'.     00000390
               10 CSE-CLOSED-DATE   PIC 9(08).                          00000400
               10 CSE-CLOSED-BY     PIC X(08).                          00000410
               10 CSE-CONTACT-SW    PIC X(01).                          00000420
                   88 CSE-CONTACT-WRITTEN VALUE 'Y'.                    00000430
               10 CSE-LAST-UPD-DATE PIC 9(08).                          00000440
               10 CSE-LAST-UPD-BY   PIC X(08).                          00000450
               10 CSE-SUMMARY       PIC X(60).                          00000460
               10 FILLER            PIC X(22).                          00000470
      * CONTROL RECORD VIEW - CASE NUMBER ZERO                          00000480
           05 CSC-CONTROL-DATA REDEFINES CSE-CASE-DATA.                 00000490
               10 CSC-LAST-CASE-ID  PIC 9(09).                          00000500
               10 CSC-CREATED-DATE  PIC 9(08).                          00000510
               10 FILLER            PIC X(174).                         00000520
