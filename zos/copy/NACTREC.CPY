      ***************************************************************** 00000010
      * NACTREC - NEW-ACCOUNT FEED RECORD                            *  00000020
      * ONE RECORD PER APPLICANT CONDI APPROVED TONIGHT (ENGINE OR   *  00000030
      * DESK OVERRIDE - NEVER A REFER OR A DECLINE), CARRYING WHAT   *  00000040
      * THE ACCOUNT-OPENING STEP NEEDS TO SET UP THE CUSTOMER, THE   *  00000050
      * MYFILE ACCOUNT FOR THE APPROVED PRODUCT AND THE ACCTXREF     *  00000060
      * LINK WITHOUT ANYONE RE-KEYING THE APPLICATION.  THE FEED     *  00000070
      * ENDS WITH THE STANDARD FEEDTRL TRAILER (APPL-ID HASH)        *  00000080
      ***************************************************************** 00000090
       01 NEW-ACCT-RECORD.                                              00000100
           05 NAC-APPL-ID           PIC 9(09).                          00000110
           05 NAC-APPL-NAME         PIC X(20).                          00000120
           05 NAC-APPL-AGE          PIC 9(03).                          00000130
           05 NAC-APPL-COUNTRY      PIC X(03).                          00000140
           05 NAC-PRODUCT-CD        PIC X(04).                          00000150
           05 NAC-SCORE             PIC 9(03).                          00000160
           05 NAC-DECISION-DATE     PIC 9(08).                          00000170
           05 NAC-OVERRIDE          PIC X(01).                          00000180
               88 NAC-BY-OVERRIDE    VALUE 'Y'.                         00000190
           05 FILLER                PIC X(29).                          00000200
