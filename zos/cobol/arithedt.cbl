      *>   A007 TERM MISSING FOR A TERM-BASED TYPE                      00001220
      *>   A008 CALCULATION METHOD NOT BLANK, S, M OR D                 00001222
      *>   A009 EFFECTIVE DATE FALLS IN A CLOSED PERIOD                 00001224
      *>   A010 NEGATIVE AMOUNT ON A PAYMENT OR FEE                     00001227
      *> ***************************************************************00001230
       2000-EDIT-TRANS.                                                 00001240
           SET WS-TRAN-VALID TO TRUE                                    00001250
              AND TRAN-TYPE OF ARITH-TRAN-RECORD NOT = 'PREM'           00001380
              AND TRAN-TYPE OF ARITH-TRAN-RECORD NOT = 'RINT'           00001390
              AND TRAN-TYPE OF ARITH-TRAN-RECORD NOT = 'RPRM'           00001400
              AND TRAN-TYPE OF ARITH-TRAN-RECORD NOT = 'PYMT'           00001403
              AND TRAN-TYPE OF ARITH-TRAN-RECORD NOT = 'CFEE'           00001406
              MOVE 'N' TO WS-VALID-SW                                   00001410
              MOVE "A002" TO WS-REASON-CD                               00001420
              MOVE "UNKNOWN TRANSACTION TYPE" TO WS-REASON-TXT          00001430
              MOVE "A004" TO WS-REASON-CD                               00001560
              MOVE "PRINCIPAL IS ZERO" TO WS-REASON-TXT                 00001570
           END-IF                                                       00001580
      *> A PAYMENT OR FEE CARRIES ITS AMOUNT IN THE PRINCIPAL FIELD;    00001581
      *> A NEGATIVE ONE WOULD RUN THE CONTRACT BACKWARDS                00001582
           IF WS-TRAN-VALID                                             00001583
              AND (TRAN-TYPE OF ARITH-TRAN-RECORD = 'PYMT' OR TRAN-TYPE 00001584
              OF ARITH-TRAN-RECORD = 'CFEE')                            00001585
              AND TRAN-PRINCIPAL OF ARITH-TRAN-RECORD < ZEROES          00001586
              MOVE 'N' TO WS-VALID-SW                                   00001587
              MOVE "A010" TO WS-REASON-CD                               00001588
              MOVE "NEGATIVE AMOUNT ON A PAYMENT OR FEE" TO             00001589
                 WS-REASON-TXT                                          00001590
           END-IF                                                       00001591
                                                                        00001592
           IF WS-TRAN-VALID AND TRAN-RATE                               00001600
              OF ARITH-TRAN-RECORD NOT NUMERIC                          00001610
              MOVE 'N' TO WS-VALID-SW                                   00001620
