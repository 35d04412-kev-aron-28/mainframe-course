      ***************************************************************** 00000010
      * BURSREC - CREDIT BUREAU INQUIRY RESPONSE RECORD              *  00000020
      * THE BUREAU'S ANSWER TO ONE INQUIRY: HIT OR NO HIT, ITS FILE  *  00000030
      * REFERENCE (QUOTED ON ADVERSE-ACTION LETTERS), THE BUREAU     *  00000040
      * SCORE AND THE ATTRIBUTES CONDSCOR WEIGHTS.  THE INBOUND FEED *  00000050
      * ENDS WITH THE STANDARD FEEDTRL TRAILER (APPL-ID HASH).       *  00000060
      * BURRESP LOADS THE NIGHT'S RESPONSES ONTO THE BUREAU WORK     *  00000070
      * FILE KEYED BY APPL-ID AND SETS THE STATUS BYTE (SPACE ON     *  00000080
      * THE FEED ITSELF): 'R' ANSWERED TONIGHT, 'L' REQUESTED BUT    *  00000090
      * NOT ANSWERED, 'S' AN ANSWER TO SOME OTHER NIGHT'S INQUIRY.   *  00000100
      * CONDI DECIDES ONLY ON AN 'R' - ANYTHING ELSE PENDS           *  00000110
      ***************************************************************** 00000120
       01 BUREAU-RESPONSE-RECORD.                                       00000130
           05 BRS-APPL-ID           PIC 9(09).                          00000140
           05 BRS-REQ-DATE          PIC 9(08).                          00000150
           05 BRS-HIT-FLAG          PIC X(01).                          00000160
               88 BRS-HIT            VALUE 'H'.                         00000170
               88 BRS-NO-HIT         VALUE 'N'.                         00000180
           05 BRS-BUREAU-REF        PIC X(12).                          00000190
           05 BRS-SCORE             PIC 9(03).                          00000200
           05 BRS-TRADELINES        PIC 9(03).                          00000210
           05 BRS-DELINQUENCIES     PIC 9(03).                          00000220
           05 BRS-INQUIRIES         PIC 9(03).                          00000230
           05 BRS-UTIL-PCT          PIC 9(03).                          00000240
           05 BRS-STATUS            PIC X(01).                          00000250
               88 BRS-ANSWERED       VALUE 'R'.                         00000260
               88 BRS-LATE           VALUE 'L'.                         00000270
               88 BRS-STALE          VALUE 'S'.                         00000280
           05 FILLER                PIC X(34).                          00000290
