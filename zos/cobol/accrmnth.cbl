      * PRINCIPAL PLUS INTEREST ALREADY ACCRUED), POSTS IT       *      00000130
      * THROUGH THE SAME BALANCED GLJRNL INTERFACE WITH THE COA  *      00000140
      * MAPPING (TYPE 'ACCR'), ADVANCES THE CONTRACT'S           *      00000150
      * ACCRUED-TO POSITION, AND REPORTS CONTRACTS WHOSE LAST    *      00000157
      * PERIOD HAS ACCRUED.  THE CONMATR MATURITY RUN RENEWS OR  *      00000164
      * PAYS THEM OUT ON THE MATURITY DATE.  INTEREST INCOME IS  *      00000170
      * RECOGNIZED EVERY MONTH, NOT WHEN SOMEONE REMEMBERS A     *      00000176
      * TRANSACTION.                                             *      00000182
      * ********************************************************        00000190
       ENVIRONMENT DIVISION.                                            00000200
       INPUT-OUTPUT SECTION.                                            00000210
           88 WS-COA-FOUND VALUE 'Y'.                                   00000980
                                                                        00000990
       01 WS-COA-TABLE.                                                 00001000
           05 WS-COA-ENTRY OCCURS 100 TIMES.                            00001010
               10 TBL-COA-TRAN-TYPE     PIC X(04).                      00001020
               10 TBL-COA-DR-ACCOUNT    PIC 9(08).                      00001030
               10 TBL-COA-CR-ACCOUNT    PIC 9(08).                      00001040
       01 WS-COA-COUNT PIC 9(03) VALUE ZEROES.                          00001050
       01 WS-COA-MAX PIC 9(03) VALUE 100.                               00001060
       01 WS-COA-SUB PIC 9(03) VALUE ZEROES.                            00001070
       01 WS-SUSPENSE-ACCOUNT PIC 9(08) VALUE 99999999.                 00001080
       01 WS-JRNL-DR-ACCOUNT PIC 9(08) VALUE ZEROES.                    00001090
       01 WS-JRNL-CR-ACCOUNT PIC 9(08) VALUE ZEROES.                    00001100
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00001170
       01 WS-CONTRACTS-READ PIC 9(07) VALUE ZEROES.                     00001180
       01 WS-CONTRACTS-ACCRUED PIC 9(07) VALUE ZEROES.                  00001190
       01 WS-CONTRACTS-AT-TERM PIC 9(07) VALUE ZEROES.                  00001200
       01 WS-TOTAL-ACCRUED PIC S9(11)V99 COMP-3 VALUE ZEROES.           00001210
       COPY ABENDCPY.                                                   00001220
       COPY AUDITCHN.                                                   00001221
           05 FILLER PIC X(02) VALUE SPACES.                            00001370
           05 MAT-ACCRUED PIC Z(08)9.99-.                               00001380
           05 FILLER PIC X(02) VALUE SPACES.                            00001390
           05 FILLER PIC X(08) VALUE 'TERM END'.                        00001400
                                                                        00001410
       PROCEDURE DIVISION.                                              00001420
       0000-MAIN.                                                       00001430
                   AT END                                               00001970
                     SET WS-COA-EOF TO TRUE                             00001980
                   NOT AT END                                           00001990
                     IF COA-DR-ACCOUNT NUMERIC                          00001994
                        AND COA-CR-ACCOUNT NUMERIC                      00001998
                        IF WS-COA-COUNT NOT < WS-COA-MAX                00002002
                           DISPLAY "COA TABLE FULL AT TYPE: "           00002006
                             COA-TRAN-TYPE                              00002010
                           MOVE "CHART OF ACCOUNTS EXCEEDS COA TABLE"   00002014
                              TO WS-ABEND-MESSAGE                       00002018
                           GO TO 9999-ABEND                             00002022
                        END-IF                                          00002026
                        ADD 1 TO WS-COA-COUNT                           00002030
                        MOVE COA-TRAN-TYPE TO                           00002040
                           TBL-COA-TRAN-TYPE (WS-COA-COUNT)             00002050
                        MOVE COA-CR-ACCOUNT TO                          00002080
                           TBL-COA-CR-ACCOUNT (WS-COA-COUNT)            00002090
                     ELSE                                               00002100
                        DISPLAY "BAD COA RECORD, TYPE: "                00002110
                          COA-TRAN-TYPE                                 00002120
                     END-IF                                             00002130
                 END-READ                                               00002140
                                                                        00002250
      *> ***************************************************************00002260
      *> ONE OPEN CONTRACT: ACCRUE THE PERIOD ON ITS METHOD, POST       00002270
      *> THE BALANCED PAIR, ADVANCE THE CONTRACT, AND REPORT ONE        00002277
      *> WHOSE LAST TERM PERIOD HAS ACCRUED.  A CONTRACT ALREADY AT     00002284
      *> TERM END ACCRUES NOTHING MORE - IT WAITS FOR CONMATR           00002291
      *> ***************************************************************00002300
       2000-ACCRUE-CONTRACTS.                                           00002310
           IF NOT CON-OPEN                                              00002320
              PERFORM 2900-READ-CONTRACT THRU 2900-EXIT                 00002330
              GO TO 2000-EXIT                                           00002340
           END-IF                                                       00002350
           IF CON-PERIODS-DONE NOT < CON-TERM-MONTHS                    00002352
              PERFORM 2900-READ-CONTRACT THRU 2900-EXIT                 00002354
              GO TO 2000-EXIT                                           00002356
           END-IF                                                       00002358
                                                                        00002360
      *> COMPOUND ACCRUES ON PRINCIPAL PLUS WHAT HAS ALREADY            00002370
      *> ACCRUED; SIMPLE AND DAILY ON THE PRINCIPAL ALONE               00002380
           ADD 1 TO CON-PERIODS-DONE                                    00002730
           MOVE WS-RUN-DATE TO CON-ACCRUED-TO                           00002740
           IF CON-PERIODS-DONE NOT < CON-TERM-MONTHS                    00002750
              ADD 1 TO WS-CONTRACTS-AT-TERM                             00002770
              MOVE CON-TRAN-ID TO MAT-TRAN-ID                           00002780
              MOVE CON-ACCT-NO TO MAT-ACCT-NO                           00002790
              MOVE CON-PRINCIPAL TO MAT-PRINCIPAL                       00002800
           DISPLAY "===== ACCRMNTH RUN SUMMARY ====="                   00003670
           DISPLAY "CONTRACTS READ    : " WS-CONTRACTS-READ             00003680
           DISPLAY "CONTRACTS ACCRUED : " WS-CONTRACTS-ACCRUED          00003690
           DISPLAY "CONTRACTS AT TERM : " WS-CONTRACTS-AT-TERM          00003700
           DISPLAY "TOTAL ACCRUED     : " WS-TOTAL-ACCRUED              00003710
           DISPLAY "JOURNAL RECORDS   : " WS-JRNL-REC-COUNT             00003720
           CLOSE CONTRACT-FILE                                          00003730
