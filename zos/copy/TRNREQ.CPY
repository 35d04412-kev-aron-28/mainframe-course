      ***************************************************************** 00000010
      * TRNREQ - TRANSCRIPT REQUEST TRANSACTION RECORD LAYOUT        *  00000020
      * ONE RECORD PER OFFICIAL TRANSCRIPT THE REGISTRAR IS ASKED    *  00000030
      * TO SEND: THE STUDENT, THE RECEIVING INSTITUTION AND HOW IT   *  00000040
      * GOES - PRINTED (P) OR AS AN ELECTRONIC EXCHANGE RECORD (E)   *  00000050
      * FOR AN INSTITUTION WITH AN EXCHANGE ID.  TRNREQ FULFILS      *  00000060
      * THEM AND LOGS EACH ONE ON THE REQUEST LOG (TRQLOG)           *  00000070
      ***************************************************************** 00000080
       01 TRANSCRIPT-REQUEST-RECORD.                                    00000090
           05 TRQ-REQUEST-ID        PIC 9(06).                          00000100
           05 TRQ-STUDENT-ID        PIC 9(05).                          00000110
           05 TRQ-DELIVERY          PIC X(01).                          00000120
               88 TRQ-PRINTED        VALUE 'P'.                         00000130
               88 TRQ-ELECTRONIC     VALUE 'E'.                         00000140
           05 TRQ-RECIP-ID          PIC X(15).                          00000150
           05 TRQ-RECIP-NAME        PIC X(30).                          00000160
           05 TRQ-REQUESTED-BY      PIC X(08).                          00000170
           05 TRQ-REQUEST-DATE      PIC 9(08).                          00000180
           05 FILLER                PIC X(07).                          00000190
