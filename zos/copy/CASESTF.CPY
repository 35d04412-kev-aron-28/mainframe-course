      ***************************************************************** 00000010
      * CASESTF - SERVICE-DESK STAFF RECORD                           * 00000020
      * ONE CARD PER DESK USER ON PROD.SERVICE.DESK.STAFF, IN SIGN-ON * 00000030
      * USER ID ORDER; THE NIGHTLY CASE STEP REPROS IT OVER THE       * 00000040
      * CASESTF KSDS.  ONLY AN ACTIVE USER ID ON THE LIST MAY OPEN,   * 00000050
      * OWN, UPDATE OR CLOSE A CASE, AND THE SUPERVISOR NAMED HERE    * 00000060
      * IS WHO CASEAGE ESCALATES THE USER'S OVERDUE CASES TO          * 00000070
      ***************************************************************** 00000080
       01 CASE-STAFF-RECORD.                                            00000090
           05 CST-USERID            PIC X(08).                          00000100
           05 CST-NAME              PIC X(20).                          00000110
           05 CST-SUPERVISOR-ID     PIC X(08).                          00000120
           05 CST-ROLE              PIC X(01).                          00000130
               88 CST-AGENT          VALUE 'A'.                         00000140
               88 CST-SUPERVISOR     VALUE 'S'.                         00000150
           05 CST-STATUS            PIC X(01).                          00000160
               88 CST-ACTIVE         VALUE 'A'.                         00000170
           05 FILLER                PIC X(42).                          00000180
