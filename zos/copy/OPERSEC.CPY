      ***************************************************************** 00000010
      * OPERSEC - OPERATOR SECURITY RECORD                           *  00000020
      * WHICH MAIN-MENU FUNCTION CODES EACH OPERATOR ID MAY RUN.     *  00000030
      * THE ALLOWED LIST IS THE FUNCTION DIGITS PACKED TOGETHER,     *  00000040
      * E.G. '1234567' FOR EVERYTHING OR '256' FOR THE REPORT-ONLY   *  00000050
      * OPERATORS.  READ AT SIGN-ON BY MAINMENU, REVIEWED EACH       *  00000060
      * QUARTER BY OPRCERT AND CUT TO A NEW GENERATION BY OPRREVK    *  00000070
      ***************************************************************** 00000080
       01 OPER-SEC-RECORD.                                              00000090
           05 OPSEC-OPER-ID         PIC X(08).                          00000100
           05 OPSEC-ALLOWED-FUNCS   PIC X(10).                          00000110
           05 FILLER                PIC X(22).                          00000120
