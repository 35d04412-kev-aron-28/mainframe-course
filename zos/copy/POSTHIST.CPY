      * AND PRODUCE THE PER-CUSTOMER SUMMARY STATEMENTS - THE        *  00000060
      * FEEDER FOR THE TAX FORMS TO COME.  AMOUNTS ARE IN CENTS,     *  00000070
      * THE SAME CONVENTION AS THE GL JOURNAL INTERFACE.             *  00000080
      * BVALSVC APPENDS ITS BACK-VALUE SERVICE-CHARGE ADJUSTMENTS    *  00000082
      * (BVSC/BVSR) UNDER A ZERO TRANSACTION ID.                     *  00000084
      * ARITH REFUSES A TRANSACTION ID ALREADY HERE FOR THE          *  00000086
      * PROCESSING DATE, SO A RERUN CANNOT POST IT TWICE.            *  00000088
      ***************************************************************** 00000090
       01 POST-HIST-RECORD.                                             00000100
           05 PH-DATE               PIC 9(08).                          00000110
