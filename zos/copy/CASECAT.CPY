      ***************************************************************** 00000010
      * CASECAT - SERVICE-DESK CASE CATEGORY RECORD                   * 00000020
      * ONE CARD PER CATEGORY ON PROD.SERVICE.CASE.CATEGORIES, IN     * 00000030
      * CODE ORDER; THE NIGHTLY CASE STEP REPROS IT OVER THE CASECAT  * 00000040
      * KSDS THE CASEMNT SCREEN PROVES A CATEGORY AGAINST.  THE TYPE  * 00000050
      * MARKS THE COMPLAINT CATEGORIES THE COMPLIANCE REPORT COUNTS;  * 00000060
      * THE TARGET DAYS SET THE DUE DATE OF A CASE OPENED WITHOUT ONE * 00000070
      ***************************************************************** 00000080
       01 CASE-CATEGORY-RECORD.                                         00000090
           05 CCT-CODE              PIC X(04).                          00000100
           05 CCT-DESC              PIC X(30).                          00000110
           05 CCT-TYPE              PIC X(01).                          00000120
               88 CCT-COMPLAINT      VALUE 'C'.                         00000130
               88 CCT-SERVICE-REQ    VALUE 'S'.                         00000140
           05 CCT-TARGET-DAYS       PIC 9(03).                          00000150
           05 CCT-STATUS            PIC X(01).                          00000160
               88 CCT-ACTIVE         VALUE 'A'.                         00000170
           05 FILLER                PIC X(41).                          00000180
