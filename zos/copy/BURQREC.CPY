      ***************************************************************** 00000010
      * BURQREC - CREDIT BUREAU INQUIRY REQUEST RECORD               *  00000020
      * ONE RECORD PER APPLICANT ON THE NIGHT'S APPLICANT DATA,      *  00000030
      * WRITTEN BY BURREQ FOR TRANSMISSION TO THE BUREAU.  THE       *  00000040
      * REQUEST DATE IS THE PROCESSING DATE THE INQUIRY IS FOR; THE  *  00000050
      * BUREAU ECHOES IT ON ITS RESPONSE SO AN ANSWER TO AN EARLIER  *  00000060
      * NIGHT'S INQUIRY IS NEVER MISTAKEN FOR TONIGHT'S.  THE FEED    * 00000070
      * ENDS WITH THE STANDARD FEEDTRL TRAILER (APPL-ID HASH)        *  00000080
      ***************************************************************** 00000090
       01 BUREAU-REQUEST-RECORD.                                        00000100
           05 BRQ-APPL-ID           PIC 9(09).                          00000110
           05 BRQ-NAME              PIC X(20).                          00000120
           05 BRQ-AGE               PIC 9(03).                          00000130
           05 BRQ-COUNTRY           PIC X(03).                          00000140
           05 BRQ-PRODUCT-CD        PIC X(04).                          00000150
           05 BRQ-REQ-DATE          PIC 9(08).                          00000160
           05 FILLER                PIC X(33).                          00000170
