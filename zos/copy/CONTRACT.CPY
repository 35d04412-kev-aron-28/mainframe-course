      * CONTRACT, AN RINT CLOSES IT) AND WALKED BY THE ACCRMNTH     *   00000050
      * MONTHLY ACCRUAL RUN, WHICH ADVANCES THE ACCRUED-TO DATE,    *   00000060
      * GROWS THE ACCRUED AMOUNT ON THE CONTRACT'S CALCULATION      *   00000070
      * METHOD, AND STOPS WHEN EVERY TERM PERIOD HAS ACCRUED.  THE  *   00000080
      * CONMATR MATURITY RUN RENEWS OR PAYS OUT A CONTRACT ON ITS   *   00000090
      * MATURITY DATE AND MARKS IT MATURED.  INTEREST INCOME NO     *   00000100
      * LONGER WAITS FOR SOMEONE TO REMEMBER A TRANSACTION.         *   00000110
       01 CONTRACT-RECORD.                                              00000120
           05 CON-TRAN-ID           PIC 9(09).                          00000130
           05 CON-ACCT-NO           PIC 9(09).                          00000140
           05 CON-STATUS            PIC X(01).                          00000230
               88 CON-OPEN           VALUE 'O'.                         00000240
               88 CON-MATURED        VALUE 'M'.                         00000250
      * A CONTRACT WHOSE ACCOUNT IS CLOSED, ITS ACCRUED INTEREST        00000252
      * PAID OUT BY THE CLOSESET SETTLEMENT RUN                         00000254
               88 CON-CLOSED         VALUE 'C'.                         00000256
               88 CON-PAID-OFF       VALUE 'P'.                         00000266
      * FEES ASSESSED AGAINST THE CONTRACT (ARITH 'CFEE') AND NOT YET   00000276
      * PAID.  AN ARITH 'PYMT' GOES TO FEES FIRST, THEN ACCRUED         00000286
      * INTEREST, THEN PRINCIPAL; A CONTRACT PAID DOWN TO NOTHING IS    00000296
      * MARKED PAID OFF.  CONTRACTS WRITTEN BEFORE THE FIELD WAS        00000306
      * CARRIED HOLD SPACES HERE AND ARE READ AS OWING NO FEES          00000316
           05 CON-FEES-DUE          PIC S9(07)V99 COMP-3.               00000326
      * WHAT TO DO WHEN THE TERM RUNS OUT, SET FROM THE CUSTOMER'S      00000336
      * INSTRUCTION BY THE CONMATR MATURITY RUN: RENEW FOR THE SAME     00000346
      * TERM AT THE RATE THEN CURRENT, OR PAY PRINCIPAL AND INTEREST    00000356
      * OUT TO THE LINKED MYFILE ACCOUNT.  NO INSTRUCTION IS A PAYOUT   00000366
           05 CON-MAT-INSTR         PIC X(01).                          00000376
               88 CON-MAT-RENEW      VALUE 'R'.                         00000386
               88 CON-MAT-PAYOUT     VALUES 'P', ' '.                   00000396
      * SET ONCE THE MATURITY NOTICE FOR THE CURRENT TERM HAS GONE      00000406
      * OUT; CLEARED WHEN A RENEWAL STARTS THE NEXT TERM                00000416
           05 CON-MAT-NOTICE-SW     PIC X(01).                          00000426
               88 CON-MAT-NOTICE-SENT VALUE 'Y'.                        00000436
      * 'V' ON A CONTRACT REPRICED FROM A PUBLISHED RATE INDEX - ITS    00000446
      * INDEX, MARGIN, FLOOR, CAP AND RESET DATES ARE ON THE CONVRT     00000456
      * TERMS FILE SET UP BY RATEMNT, AND THE CONREPR RUN RESETS        00000466
      * CON-RATE ON EACH RESET DATE.  ANYTHING ELSE IS A FIXED RATE     00000476
      * FOR LIFE, INCLUDING THE SPACES OLDER CONTRACTS CARRY            00000486
           05 CON-RATE-TYPE         PIC X(01).                          00000496
               88 CON-RATE-VARIABLE  VALUE 'V'.                         00000506
               88 CON-RATE-FIXED     VALUES 'F', ' '.                   00000516
