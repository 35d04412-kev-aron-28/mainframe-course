      * BY THE NIGHTLY WINDOW) WITH THE OPERATOR ID IN THE      *       00000170
      * DETAIL.  RACF LIMITS WHO CAN RUN THE TRANSACTION; THE   *       00000180
      * OPERATOR ID RECORDED HERE SAYS WHO MADE THE CHANGE.     *       00000190
      * THE CORRECTION IS NOT WRITTEN TO MYFILE FROM THE        *       00000192
      * SCREEN: IT IS QUEUED (DUALQ) AS A PENDING ITEM FOR A    *       00000194
      * SECOND OPERATOR TO RELEASE THROUGH DUALREL, AND THE     *       00000196
      * NEXT MYFMAINT RUN APPLIES IT ONCE RELEASED.             *       00000198
      * ********************************************************        00000200
       ENVIRONMENT DIVISION.                                            00000210
       DATA DIVISION.                                                   00000220
       COPY MYFREC.                                                     00000320
       COPY AUDITLOG REPLACING ==AUDIT-LOG-RECORD== BY                  00000330
                               ==WS-AUDIT-Q-RECORD==.                   00000340
       COPY DUALPEND.                                                   00000343
       01 WS-SHOW-MSG PIC X(79) VALUE 'RECORD DISPLAYED'.               00000346
                                                                        00000350
       01 WS-COMMAREA.                                                  00000360
           05 CA-LAST-ACCT-NO       PIC 9(09).                          00000370
               MOVE MYFREC-AMOUNT TO WS-AMOUNT-ED                       00001430
               MOVE WS-AMOUNT-ED TO AMOUNTO                             00001440
               MOVE MYFREC-DESC TO DESCRO                               00001450
               MOVE WS-SHOW-MSG TO ERRMSGO                              00001460
               EXEC CICS SEND MAP('MYFINQI')                            00001470
                   MAPSET('MYFINQM')                                    00001480
                   FROM(MYFINQO)                                        00001490
                                                                        00001610
      *> ***************************************************************00001620
      *> PF5 = SUPERVISOR CORRECTION OF THE DESCRIPTION.  THE NEW       00001630
      *> TEXT AND THE AUTHORIZING OPERATOR ID MUST BOTH BE KEYED.       00001637
      *> THE CORRECTION IS HELD FOR A SECOND OPERATOR, NOT REWRITTEN,   00001644
      *> AND THE HOLD IS RECORDED ON THE SHARED AUDIT TRAIL QUEUE       00001651
      *> WITH THE OPERATOR ID.  THE EIBAID DISPATCH BRANCHES HERE, SO   00001660
      *> THE PARAGRAPH ENDS WITH ITS OWN RETURN                      00000001670
      *> ***************************************************************00001680
           EXEC CICS READ FILE('MYFILE')                                00001940
               INTO(MYFILE-RECORDS)                                     00001950
               RIDFLD(MYFREC-KEY)                                       00001960
               RESP(WS-RESP)                                            00001980
           END-EXEC                                                     00001990
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00002000
              PERFORM 1100-SEND-ERROR-MAP THRU 1100-EXIT                00002020
              PERFORM 8000-RETURN-TRANSID THRU 8000-EXIT                00002030
           END-IF                                                       00002040
           IF MYFREC-ST-CLOSED                                          00002043
              MOVE 'ACCOUNT IS CLOSED - NO CORRECTION TAKEN'            00002046
                 TO WS-ERROR-MSG                                        00002049
              PERFORM 1100-SEND-ERROR-MAP THRU 1100-EXIT                00002052
              PERFORM 8000-RETURN-TRANSID THRU 8000-EXIT                00002055
           END-IF                                                       00002058
                                                                        00002061
      *> THE HELD ITEM IS A MYFMAINT CHANGE IMAGE CARRYING THE NEW      00002064
      *> DESCRIPTION; MYFMAINT TAKES ONLY THE DESCRIPTION FROM IT.      00002067
      *> DUALQMRG NUMBERS IT ONTO THE PENDING FILE OVERNIGHT            00002070
           PERFORM 3100-QUEUE-AUDIT-ENTRY THRU 3100-EXIT                00002073
           MOVE SPACES TO DUAL-PEND-RECORD                              00002076
           MOVE WS-AUDIT-DATE TO DPD-HELD-DATE                          00002079
           SET DPD-FROM-MYFINQ TO TRUE                                  00002082
           MOVE ZEROES TO DPD-HELD-SEQ                                  00002085
           SET DPD-RSN-CORRECTION TO TRUE                               00002088
           SET DPD-PENDING TO TRUE                                      00002091
           MOVE AUTHID TO DPD-MAKER-ID                                  00002094
           MOVE ZEROES TO DPD-DECIDED-DATE                              00002097
           MOVE ZEROES TO DPD-APPLIED-DATE                              00002100
           MOVE WS-ACCT-KEY TO DPD-REF-NO                               00002103
           MOVE ZEROES TO DPD-AMOUNT                                    00002106
           MOVE DESCR TO MYFREC-DESC                                    00002109
           MOVE 'C' TO DPD-ITEM-IMAGE (1:1)                             00002112
           MOVE MYFILE-RECORDS TO DPD-ITEM-IMAGE (2:100)                00002115
           MOVE AUTHID TO DPD-ITEM-IMAGE (102:8)                        00002118
           EXEC CICS WRITEQ TD QUEUE('DUALQ')                           00002121
               FROM(DUAL-PEND-RECORD)                                   00002124
               LENGTH(200)                                              00002127
               RESP(WS-RESP)                                            00002130
           END-EXEC                                                     00002133
           IF WS-RESP = DFHRESP(NORMAL)                                 00002136
              MOVE WS-ACCT-KEY TO CA-LAST-ACCT-NO                       00002139
              MOVE 'CORRECTION HELD FOR RELEASE BY A SECOND OPERATOR'   00002142
                 TO WS-SHOW-MSG                                         00002145
              PERFORM 2100-READ-AND-SHOW THRU 2100-EXIT                 00002148
           ELSE                                                         00002151
              MOVE 'ERROR QUEUING CORRECTION FOR RELEASE' TO            00002154
                 WS-ERROR-MSG                                           00002157
              PERFORM 1100-SEND-ERROR-MAP THRU 1100-EXIT                00002160
           END-IF                                                       00002163
           PERFORM 8000-RETURN-TRANSID THRU 8000-EXIT.                  00002190
                                                                        00002200
      *> ***************************************************************00002210
      *> QUEUE THE HELD CORRECTION TO THE SHARED AUDIT TRAIL.  THE      00002220
      *> RECORD IS THE SAME AUDIT-LOG-RECORD LAYOUT THE BATCH PROGRAMS  00002230
      *> WRITE; THE NIGHTLY WINDOW DRAINS THE QUEUE INTO THE LOG        00002240
      *> ***************************************************************00002250
       3100-QUEUE-AUDIT-ENTRY.                                          00002260
           COMPUTE ALOG-TIME OF WS-AUDIT-Q-RECORD =                     00002380
              EIBTIME * 100                                             00002390
           MOVE 'MYFINQ' TO ALOG-PROGRAM-ID OF WS-AUDIT-Q-RECORD        00002400
           MOVE 'DESC HELD' TO ALOG-ACTION OF WS-AUDIT-Q-RECORD         00002410
           MOVE SPACES TO ALOG-DETAIL OF WS-AUDIT-Q-RECORD              00002420
           STRING 'ACCT ' WS-ACCT-KEY ' BY OPER ' AUTHID                00002430
              DELIMITED BY SIZE                                         00002440
       3100-EXIT.                                                       00002510
           EXIT.                                                        00002520
                                                                        00002522
                                                                        00002568
      *> ***************************************************************00002569
      *> PF8 = BROWSE FORWARD: SHOW THE FIRST ACCOUNT PAST THE ONE      00002570
