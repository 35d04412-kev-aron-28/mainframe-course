      * CUSTOMER DATA ERASURE AND ANONYMIZATION.                 *      00000090
      * DRIVEN BY APPROVED ERASURE REQUEST TRANSACTIONS, IN ONE  *      00000100
      * CONTROLLED RUN:                                          *      00000110
      *   - ANONYMIZES THE CUSTFILE RECORD IN PLACE: NAME,       *      00000120
      *     ADDRESS AND TIN ARE REDACTED, THE CUSTOMER ID AND    *      00000130
      *     ENTRY DATE ARE RETAINED FOR LEDGER INTEGRITY, AND    *      00000140
      *     THE DO-NOT-CONTACT SUPPRESSION IS SET SO NO FUTURE   *      00000150
      *     STATEMENT OR LETTER RUN EVER ADDRESSES THE RECORD;   *      00000160
           MOVE SPACE TO CUST-DELIV-PREF OF CUST-MASTER-RECORD          00002940
           MOVE SPACE TO CUST-ADDR-INVALID OF CUST-MASTER-RECORD        00002950
           MOVE 'N' TO CUST-SUPPRESS OF CUST-MASTER-RECORD              00002960
           MOVE ZEROES TO CUST-TIN OF CUST-MASTER-RECORD                00002963
           MOVE SPACE TO CUST-TIN-TYPE OF CUST-MASTER-RECORD            00002966
           REWRITE CUST-MASTER-RECORD                                   00002970
           IF FS-CUST-MASTER-FILE NOT = "00"                            00002980
              DISPLAY "I/O ERROR ON CUSTFILE REWRITE, STATUS: "         00002990
