      ***************************************************************** 00000010
      * TRQLOG - TRANSCRIPT REQUEST LOG RECORD LAYOUT                *  00000020
      * ONE RECORD PER TRANSCRIPT REQUEST TRNREQ HAS TAKEN: THE      *  00000030
      * REQUEST AS RECEIVED, THE RUN THAT SETTLED IT AND HOW - SENT  *  00000040
      * PRINTED, SENT ELECTRONICALLY OR REFUSED WITH THE REASON      *  00000050
      * CODE - AND THE NUMBER OF COURSES THE TRANSCRIPT CARRIED      *  00000060
      ***************************************************************** 00000070
       01 TRANSCRIPT-LOG-RECORD.                                        00000080
           05 TRL-REQUEST-ID        PIC 9(06).                          00000090
           05 TRL-STUDENT-ID        PIC 9(05).                          00000100
           05 TRL-DELIVERY          PIC X(01).                          00000110
           05 TRL-RECIP-ID          PIC X(15).                          00000120
           05 TRL-RECIP-NAME        PIC X(30).                          00000130
           05 TRL-REQUESTED-BY      PIC X(08).                          00000140
           05 TRL-REQUEST-DATE      PIC 9(08).                          00000150
           05 TRL-RUN-DATE          PIC 9(08).                          00000160
           05 TRL-STATUS            PIC X(01).                          00000170
               88 TRL-SENT-PRINTED   VALUE 'P'.                         00000180
               88 TRL-SENT-ELECTRONIC VALUE 'E'.                        00000190
               88 TRL-REFUSED        VALUE 'R'.                         00000200
           05 TRL-REASON-CD         PIC X(04).                          00000210
           05 TRL-COURSES           PIC 9(03).                          00000220
           05 FILLER                PIC X(11).                          00000230
