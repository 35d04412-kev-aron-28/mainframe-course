      ***************************************************************** 00000010
      * DUALPARM - DUAL-CONTROL PARAMETER CARD                       *  00000020
      * THE AMOUNT ABOVE WHICH A MYFMAINT POSTING OR OPENING AMOUNT  *  00000030
      * IS HELD FOR A SECOND OPERATOR (COLS 1-11, 2 DECIMALS), AND   *  00000040
      * THE AGE IN DAYS AT WHICH THE MORNING AGING REPORT FLAGS AN   *  00000050
      * UNRELEASED ITEM OVERDUE (COLS 12-14).  A MISSING OR ZERO     *  00000060
      * FIELD TAKES THE PROGRAM DEFAULT                              *  00000070
      ***************************************************************** 00000080
       01 DUAL-PARM-REC.                                                00000090
           05 DPP-AMOUNT-LIMIT      PIC 9(09)V99.                       00000100
           05 DPP-OVERDUE-DAYS      PIC 9(03).                          00000110
           05 FILLER                PIC X(66).                          00000120
