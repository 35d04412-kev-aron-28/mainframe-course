      ***************************************************************** 00000010
      * TINCHK - PAYEE TAXPAYER ID EDIT PARAGRAPH                    *  00000020
      * THE CALLER MOVES THE TIN TYPE (S=SSN, I=ITIN, E=EIN) TO      *  00000030
      * WS-TIN-TYPE AND THE NINE DIGITS TO WS-TIN-VALUE AND          *  00000040
      * PERFORMS 8300.  WS-TIN-OK COMES BACK SET WHEN THE NUMBER     *  00000050
      * COULD HAVE BEEN ISSUED; OTHERWISE WS-TIN-REASON SAYS WHY.    *  00000060
      * THE EDIT IS STRUCTURAL ONLY - IT CATCHES KEYING ERRORS AND   *  00000070
      * PLACEHOLDERS BEFORE THEY REACH AN INFORMATION RETURN, IT     *  00000080
      * DOES NOT PROVE THE NUMBER BELONGS TO THE NAME                *  00000090
      ***************************************************************** 00000100
       8300-EDIT-TIN.                                                   00000110
           MOVE 'N' TO WS-TIN-OK-SW                                     00000120
           MOVE SPACES TO WS-TIN-REASON                                 00000130
           IF NOT WS-TIN-SSN                                            00000140
              AND NOT WS-TIN-ITIN                                       00000150
              AND NOT WS-TIN-EIN                                        00000160
              MOVE "TIN TYPE NOT S, I OR E" TO WS-TIN-REASON            00000170
              GO TO 8300-EXIT                                           00000180
           END-IF                                                       00000190
           IF WS-TIN-VALUE NOT NUMERIC                                  00000200
              MOVE "TIN NOT NINE DIGITS" TO WS-TIN-REASON               00000210
              GO TO 8300-EXIT                                           00000220
           END-IF                                                       00000230
      *> ALL ONE DIGIT (ZEROES INCLUDED) OR THE 1-THROUGH-9 RUN ARE     00000240
      *> WHAT GETS KEYED WHEN THE CUSTOMER DID NOT GIVE A NUMBER        00000250
           DIVIDE WS-TIN-NUM BY 111111111 GIVING WS-TIN-QUOT            00000260
              REMAINDER WS-TIN-REM                                      00000270
           IF WS-TIN-REM = ZEROES                                       00000280
              OR WS-TIN-NUM = 123456789                                 00000290
              MOVE "TIN IS A PLACEHOLDER VALUE" TO WS-TIN-REASON        00000300
              GO TO 8300-EXIT                                           00000310
           END-IF                                                       00000320
           EVALUATE TRUE                                                00000330
             WHEN WS-TIN-SSN                                            00000340
               IF WS-TIN-AREA-UNISSUED                                  00000350
                  MOVE "SSN AREA NUMBER NOT ISSUED" TO WS-TIN-REASON    00000360
                  GO TO 8300-EXIT                                       00000370
               END-IF                                                   00000380
               IF WS-TIN-GROUP = ZEROES                                 00000390
                  MOVE "SSN GROUP NUMBER ZERO" TO WS-TIN-REASON         00000400
                  GO TO 8300-EXIT                                       00000410
               END-IF                                                   00000420
               IF WS-TIN-SERIAL = ZEROES                                00000430
                  MOVE "SSN SERIAL NUMBER ZERO" TO WS-TIN-REASON        00000440
                  GO TO 8300-EXIT                                       00000450
               END-IF                                                   00000460
             WHEN WS-TIN-ITIN                                           00000470
               IF NOT WS-TIN-AREA-ITIN                                  00000480
                  MOVE "ITIN DOES NOT BEGIN WITH 9" TO WS-TIN-REASON    00000490
                  GO TO 8300-EXIT                                       00000500
               END-IF                                                   00000510
               IF NOT WS-TIN-GROUP-ITIN                                 00000520
                  MOVE "ITIN MIDDLE DIGITS NOT ISSUED" TO               00000530
                     WS-TIN-REASON                                      00000540
                  GO TO 8300-EXIT                                       00000550
               END-IF                                                   00000560
             WHEN WS-TIN-EIN                                            00000570
               IF WS-TIN-PREFIX-UNISSUED                                00000580
                  MOVE "EIN PREFIX NOT ISSUED" TO WS-TIN-REASON         00000590
                  GO TO 8300-EXIT                                       00000600
               END-IF                                                   00000610
           END-EVALUATE                                                 00000620
           SET WS-TIN-OK TO TRUE.                                       00000630
       8300-EXIT.                                                       00000640
           EXIT.                                                        00000650
