      ***************************************************************** 00000010
      * GLBALREC - GENERAL LEDGER BALANCE RECORD                     *  00000020
      * ONE RECORD PER GL ACCOUNT AND BRANCH AS THE LEDGER HOLDS IT  *  00000030
      * AT THE CLOSE OF BUSINESS ON THE AS-OF DATE, DELIVERED BY THE *  00000040
      * GL FOR THE MONTH-END TRIAL BALANCE PROOF.  AMOUNT IN CENTS   *  00000050
      * WITH ITS SIDE, THE WAY THE GLJRNL INTERFACE CARRIES IT.  A   *  00000060
      * LEDGER THAT DOES NOT KEEP AN ACCOUNT BY BRANCH SENDS ONE     *  00000070
      * RECORD WITH THE BRANCH LEFT AS SPACES                        *  00000080
      ***************************************************************** 00000090
       01 GL-BALANCE-RECORD.                                            00000100
           05 LBAL-GL-ACCOUNT       PIC 9(08).                          00000110
           05 LBAL-BRANCH-CD        PIC X(04).                          00000120
           05 LBAL-DR-CR            PIC X(02).                          00000130
               88 LBAL-DEBIT         VALUE 'DR'.                        00000140
               88 LBAL-CREDIT        VALUE 'CR'.                        00000150
           05 LBAL-AMOUNT           PIC 9(13).                          00000160
           05 LBAL-AS-OF-DATE       PIC 9(08).                          00000170
           05 FILLER                PIC X(45).                          00000180
