      ***************************************************************** 00000010
      * PRTMAN - PRINT-SHOP PRODUCTION MANIFEST RECORD               *  00000020
      * THE FULFILLMENT PRINT SHOP'S DAILY ANSWER TO OUR FEEDS: ONE  *  00000030
      * LINE PER FEED IT PRODUCED - WHICH FEED AND RUN DATE, THE     *  00000040
      * PIECES IT RECEIVED, HOW MANY IT MAILED AND HOW MANY IT       *  00000050
      * SPOILED OR PULLED, AND THE MAILING DATE.  THE FEED ENDS WITH *  00000060
      * THE STANDARD FEEDTRL TRAILER (PIECES-MAILED HASH).  PRTRECN  *  00000070
      * MATCHES EACH LINE TO THE PRTHAND REGISTER BY FEED AND RUN    *  00000080
      * DATE                                                         *  00000090
      ***************************************************************** 00000100
       01 PRINT-MANIFEST-RECORD.                                        00000110
           05 MAN-FEED-ID           PIC X(08).                          00000120
           05 MAN-RUN-DATE          PIC 9(08).                          00000130
           05 MAN-PIECES-RCVD       PIC 9(09).                          00000140
           05 MAN-MAILED            PIC 9(09).                          00000150
           05 MAN-SPOILED           PIC 9(09).                          00000160
           05 MAN-MAIL-DATE         PIC 9(08).                          00000170
           05 FILLER                PIC X(29).                          00000180
