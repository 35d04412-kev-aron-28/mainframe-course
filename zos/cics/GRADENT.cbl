      * EXTRAPARTITION QUEUE IN THE SAME GRADEREC LAYOUT THE    *       00000150
      * NIGHTLY STUDENT TRANSCRIPT RUN READS, SO A BAD SCORE IS *       00000160
      * CAUGHT AT ENTRY INSTEAD OF ON A PRINTED TRANSCRIPT A    *       00000170
      * WEEK LATER.  THE STUDENT MUST HOLD AN ENROLLED SEAT IN  *       00000174
      * THE COURSE FOR THE TERM ON THE CRSREG REGISTRATION      *       00000178
      * MASTER (REGMST); THE QUEUED GRADE CARRIES ITS SECTION.  *       00000182
      * A TERM GRDCLOSE HAS CLOSED ON THE TERM CONTROL FILE     *       00000183
      * (TERMCTL) TAKES NO GRADE HERE - ITS GRADES ARE CHANGED  *       00000184
      * ONLY THROUGH THE GRDCHG REQUEST AND APPROVAL PROCESS.   *       00000185
      * PF3 EXITS THE TRANSACTION.                              *       00000186
      * ********************************************************        00000190
       ENVIRONMENT DIVISION.                                            00000200
       DATA DIVISION.                                                   00000210
       COPY STUDREC.                                                    00000280
       COPY GRADEREC.                                                   00000290
       COPY COURSREC.                                                   00000292
       COPY REGREC.                                                     00000296
       COPY TERMCTL.                                                    00000298
                                                                        00000300
       01 WS-COMMAREA.                                                  00000310
           05 CA-FILLER             PIC X(01).                          00000320
      *> ***************************************************************00000870
      *> RECEIVE THE KEYED GRADE AND PROVE EVERY FIELD BEFORE IT        00000880
      *> LEAVES THE SCREEN: NUMERIC STUDENT ID THAT EXISTS ON THE       00000890
      *> MASTER, A COURSE AND TERM THE STUDENT IS ENROLLED IN, AND A    00000896
      *> SCORE INSIDE 0-100                                             00000902
      *> ***************************************************************00000910
       2000-RECEIVE-AND-VALIDATE.                                       00000920
           EXEC CICS RECEIVE MAP('GRADEMI')                             00000930
              PERFORM 1100-SEND-ERROR-MAP THRU 1100-EXIT                00001240
              GO TO 2000-EXIT                                           00001250
           END-IF                                                       00001260
      *> A CLOSED TERM'S GRADES ARE FINAL - A TERM WITH NO CONTROL      00001261
      *> RECORD HAS NEVER BEEN CLOSED AND STILL TAKES GRADES            00001262
           MOVE TERM TO TCT-TERM                                        00001263
           EXEC CICS READ FILE('TERMCTL')                               00001264
               INTO(TERM-CONTROL-RECORD)                                00001265
               RIDFLD(TCT-TERM)                                         00001266
               RESP(WS-RESP)                                            00001267
           END-EXEC                                                     00001268
           EVALUATE TRUE                                                00001269
             WHEN WS-RESP = DFHRESP(NORMAL)                             00001270
               IF TCT-CLOSED                                            00001271
                  MOVE 'TERM IS CLOSED - USE THE GRADE CHANGE PROCESS'  00001272
                     TO WS-ERROR-MSG                                    00001273
                  PERFORM 1100-SEND-ERROR-MAP THRU 1100-EXIT            00001274
                  GO TO 2000-EXIT                                       00001275
               END-IF                                                   00001276
             WHEN WS-RESP = DFHRESP(NOTFND)                             00001277
               CONTINUE                                                 00001278
             WHEN OTHER                                                 00001279
               MOVE 'TERM CONTROL FILE UNAVAILABLE, GRADE NOT SAVED'    00001280
                  TO WS-ERROR-MSG                                       00001281
               PERFORM 1100-SEND-ERROR-MAP THRU 1100-EXIT               00001282
               GO TO 2000-EXIT                                          00001283
           END-EVALUATE                                                 00001284
      *> ONLY A STUDENT ENROLLED IN THE COURSE FOR THE TERM TAKES A     00001285
      *> GRADE - A WAITLISTED OR DROPPED REGISTRATION DOES NOT          00001286
           MOVE STUDID TO REG-STUDENT-ID                                00001287
           MOVE TERM TO REG-TERM                                        00001288
           MOVE COURSE TO REG-COURSE-CD                                 00001289
           EXEC CICS READ FILE('REGMST')                                00001290
               INTO(REGISTRATION-RECORD)                                00001291
               RIDFLD(REG-KEY)                                          00001292
               RESP(WS-RESP)                                            00001293
           END-EXEC                                                     00001294
           EVALUATE TRUE                                                00001295
             WHEN WS-RESP = DFHRESP(NORMAL)                             00001296
               IF NOT REG-ENROLLED                                      00001297
                  MOVE 'STUDENT NOT ENROLLED IN THE COURSE FOR THE TERM'00001298
                     TO WS-ERROR-MSG                                    00001299
                  PERFORM 1100-SEND-ERROR-MAP THRU 1100-EXIT            00001300
                  GO TO 2000-EXIT                                       00001301
               END-IF                                                   00001302
             WHEN WS-RESP = DFHRESP(NOTFND)                             00001303
               MOVE 'STUDENT NOT REGISTERED FOR THE COURSE IN THE TERM' 00001304
                  TO WS-ERROR-MSG                                       00001305
               PERFORM 1100-SEND-ERROR-MAP THRU 1100-EXIT               00001306
               GO TO 2000-EXIT                                          00001307
             WHEN OTHER                                                 00001308
               MOVE 'REGISTRATION FILE UNAVAILABLE, GRADE NOT SAVED'    00001309
                  TO WS-ERROR-MSG                                       00001310
               PERFORM 1100-SEND-ERROR-MAP THRU 1100-EXIT               00001311
               GO TO 2000-EXIT                                          00001312
           END-EVALUATE                                                 00001313
           IF SCORE = SPACES OR SCOREL = 0                              00001314
              OR SCORE NOT NUMERIC                                      00001315
              MOVE 'A NUMERIC SCORE IS REQUIRED' TO WS-ERROR-MSG        00001316
              PERFORM 1100-SEND-ERROR-MAP THRU 1100-EXIT                00001317
              GO TO 2000-EXIT                                           00001318
           END-IF                                                       00001320
           MOVE SCORE TO WS-SCORE-NUM                                   00001330
           IF WS-SCORE-NUM > 100                                        00001340
           MOVE COURSE TO GRD-COURSE-CD                                 00001520
           MOVE TERM TO GRD-TERM                                        00001530
           MOVE WS-SCORE-NUM TO GRD-SCORE                               00001540
           MOVE REG-SECTION TO GRD-SECTION                              00001545
           EXEC CICS WRITEQ TD QUEUE('GRDQ')                            00001550
               FROM(GRADE-TRAN-RECORD)                                  00001560
               LENGTH(40)                                               00001570
