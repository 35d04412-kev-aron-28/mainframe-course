      * A PER-TERM GPA AND A CUMULATIVE GPA, ALL ON THE SAME    *       00000170
      * GRADING SCALE AS BEFORE.  GRADES FOR UNKNOWN STUDENTS   *       00000180
      * OR WITH OUT-OF-RANGE SCORES GO TO AN EXCEPTION FILE.    *       00000190
      * ONCE CRSREG HAS REGISTERED A TERM, ITS GRADES ALSO      *       00000192
      * NEED AN ENROLLED REGISTRATION FOR THE COURSE (IN THE    *       00000194
      * GRADE'S SECTION WHEN IT CARRIES ONE).                   *       00000196
      * ********************************************************        00000200
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
           ORGANIZATION IS SEQUENTIAL                                   00000428
           FILE STATUS IS FS-COURSE-FILE.                               00000430
                                                                        00000431
           SELECT REG-FILE                                              00000432
           ASSIGN TO REGIN                                              00000433
           ORGANIZATION IS SEQUENTIAL                                   00000434
           FILE STATUS IS FS-REG-FILE.                                  00000435
                                                                        00000436
           SELECT REASON-CODE-FILE                                      00000440
           ASSIGN TO RSNCODES                                           00000441
           ORGANIZATION IS SEQUENTIAL                                   00000442
       FD COURSE-FILE.                                                  00000584
       COPY COURSREC.                                                   00000586
                                                                        00000590
       FD REG-FILE.                                                     00000592
       COPY REGREC.                                                     00000594
                                                                        00000596
       FD REASON-CODE-FILE.                                             00000600
       COPY RSNCODE.                                                    00000601

       01 WS-GRD-HOURS                 PIC 9(02) VALUE ZEROES.          00001152
                                                                        00001153
      *> ***************************************************************00001154
      *> REGISTRATION TABLE.  WITH NO REGISTRATION MASTER, OR FOR A     00001155
      *> TERM NOT ON IT, GRADES ARE TAKEN AS BEFORE                     00001156
      *> ***************************************************************00001157
       01 FS-REG-FILE                  PIC XX.                          00001158
       01 WS-REG-EOF-SW                PIC X(01) VALUE 'N'.             00001159
           88 WS-REG-EOF                VALUE 'Y'.                      00001160
       01 WS-REG-TERM-SEEN-SW          PIC X(01) VALUE 'N'.             00001161
           88 WS-REG-TERM-SEEN          VALUE 'Y'.                      00001162
       01 WS-REG-FOUND-SW              PIC X(01) VALUE 'N'.             00001163
           88 WS-REG-FOUND              VALUE 'Y'.                      00001164
       01 WS-REG-TABLE.                                                 00001165
           05 WS-REG-ENTRY OCCURS 2000 TIMES.                           00001166
               10 TBL-REG-STUDENT-ID    PIC 9(05).                      00001167
               10 TBL-REG-TERM          PIC X(05).                      00001168
               10 TBL-REG-COURSE-CD     PIC X(08).                      00001169
               10 TBL-REG-SECTION       PIC X(03).                      00001170
               10 TBL-REG-STATUS        PIC X(01).                      00001171
                   88 TBL-REG-ENROLLED   VALUE 'E'.                     00001172
       01 WS-REG-COUNT                 PIC 9(04) VALUE ZEROES.          00001173
       01 WS-REG-MAX                   PIC 9(04) VALUE 2000.            00001174
       01 WS-REG-SUB                   PIC 9(04) VALUE ZEROES.          00001175
                                                                        00001176
      *> ***************************************************************00001177
      *> SCALE WORK FIELDS AND THE PER-TERM / CUMULATIVE ACCUMULATORS   00001178
      *> ***************************************************************00001179
       01 WS-SCALE-SCORE               PIC 9(03) VALUE ZEROES.          00001180
       01 WS-SCALE-GRADE               PIC X(01) VALUE SPACES.          00001190
       01 WS-SCALE-GPA                 PIC 9V9 VALUE ZEROES.            00001200
           END-IF                                                       00002170
                                                                        00002180
           PERFORM 1500-LOAD-CATALOG THRU 1500-EXIT                     00002185
           PERFORM 1600-LOAD-REGISTRATIONS THRU 1600-EXIT               00002187
           PERFORM 2900-READ-STUDENT THRU 2900-EXIT.                    00002190
       1000-EXIT.                                                       00002200
           EXIT.                                                        00002210
       1500-EXIT.                                                       00002243
           EXIT.                                                        00002244
                                                                        00002245
       1600-LOAD-REGISTRATIONS.                                         00002246
           OPEN INPUT REG-FILE                                          00002247
           EVALUATE FS-REG-FILE                                         00002248
             WHEN "00"                                                  00002249
               PERFORM UNTIL WS-REG-EOF                                 00002250
                 READ REG-FILE                                          00002251
                   AT END                                               00002252
                     SET WS-REG-EOF TO TRUE                             00002253
                   NOT AT END                                           00002254
                     IF WS-REG-COUNT < WS-REG-MAX                       00002255
                        ADD 1 TO WS-REG-COUNT                           00002256
                        MOVE REGISTRATION-RECORD (1:22) TO              00002257
                           WS-REG-ENTRY (WS-REG-COUNT)                  00002258
                     ELSE                                               00002259
                        MOVE "REGISTRATION TABLE FULL" TO               00002260
                           WS-ABEND-MESSAGE                             00002261
                        GO TO 9999-ABEND                                00002262
                     END-IF                                             00002263
                 END-READ                                               00002264
               END-PERFORM                                              00002265
               CLOSE REG-FILE                                           00002266
               DISPLAY "REGISTRATIONS LOADED: " WS-REG-COUNT            00002267
             WHEN "35"                                                  00002268
               DISPLAY "NO REGISTRATION MASTER, GRADES TAKEN"           00002269
                 " WITHOUT A REGISTRATION CHECK"                        00002270
             WHEN OTHER                                                 00002271
               MOVE "OPEN FAILED ON REG-FILE" TO WS-ABEND-MESSAGE       00002272
               GO TO 9999-ABEND                                         00002273
           END-EVALUATE.                                                00002274
       1600-EXIT.                                                       00002275
           EXIT.                                                        00002276
                                                                        00002277
      *> ***************************************************************00002278
      *> LOAD EACH STUDENT INTO THE TABLE, REJECTING ANYTHING BEYOND    00002279
      *> THE 30TH ENTRY INSTEAD OF WRITING PAST THE END OF THE TABLE.   00002280
      *> THE MASTER'S THREE LEGACY SCORE SLOTS ARE NO LONGER USED -     00002281
      *> GRADES COME FROM THE TRANSACTION FILE                          00002282
      *> ***************************************************************00002283
       2000-LOAD-STUDENTS.                                              00002290
           IF WS-STUDENT-COUNT NOT < WS-MAX-STUDENTS                    00002300
              ADD 1 TO WS-OVERFLOW-COUNT                                00002310
                 GO TO 2550-EXIT                                        00003000
              END-IF                                                    00003001
           END-IF                                                       00003002
      *> A TERM CRSREG HAS REGISTERED TAKES GRADES ONLY FROM STUDENTS   00003003
      *> ENROLLED IN THE COURSE, IN THE GRADE'S SECTION IF IT HAS ONE   00003004
           MOVE 'N' TO WS-REG-TERM-SEEN-SW                              00003005
           MOVE 'N' TO WS-REG-FOUND-SW                                  00003006
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1                       00003007
                    UNTIL WS-REG-SUB > WS-REG-COUNT                     00003008
                    OR WS-REG-FOUND                                     00003009
             IF TBL-REG-TERM (WS-REG-SUB) = GRD-TERM                    00003010
                SET WS-REG-TERM-SEEN TO TRUE                            00003011
                IF TBL-REG-STUDENT-ID (WS-REG-SUB) = GRD-STUDENT-ID     00003012
                   AND TBL-REG-COURSE-CD (WS-REG-SUB) = GRD-COURSE-CD   00003013
                   AND TBL-REG-ENROLLED (WS-REG-SUB)                    00003014
                   AND (GRD-SECTION = SPACES                            00003015
                     OR GRD-SECTION = TBL-REG-SECTION (WS-REG-SUB))     00003016
                   SET WS-REG-FOUND TO TRUE                             00003017
                END-IF                                                  00003018
             END-IF                                                     00003019
           END-PERFORM                                                  00003020
           IF WS-REG-TERM-SEEN AND NOT WS-REG-FOUND                     00003021
              MOVE 'G006' TO GXC-REASON-CD                              00003022
              MOVE "NOT REGISTERED IN THE SECTION" TO GXC-REASON        00003023
              PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT               00003024
              GO TO 2550-EXIT                                           00003025
           END-IF                                                       00003026
           IF WS-GRADE-COUNT NOT < WS-GRADE-MAX                         00003027
              MOVE 'G005' TO GXC-REASON-CD                              00003028
              MOVE "GRADE TABLE FULL" TO GXC-REASON                     00003029
              PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT               00003030
              GO TO 2550-EXIT                                           00003031
           END-IF                                                       00003032
           ADD 1 TO WS-GRADE-COUNT                                      00003040
           MOVE GRD-STUDENT-ID TO                                       00003050
              TBL-GRD-STUDENT-ID (WS-GRADE-COUNT)                       00003060
