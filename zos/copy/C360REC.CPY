      ***************************************************************** 00000010
      * C360REC - CUSTOMER 360 ONLINE COPY RECORD LAYOUTS            *  00000020
      * THE ACCOUNT CROSS-REFERENCE, HOUSEHOLD LINKS, CONTACT        *  00000030
      * HISTORY AND STATEMENT ARCHIVE ARE FLAT BATCH DATASETS, OR    *  00000040
      * KEYED THE WRONG WAY ROUND, FOR A SCREEN THAT STARTS FROM A   *  00000050
      * CUSTOMER ID.  CUST360L LOADS THESE KSDS COPIES EACH NIGHT,   *  00000060
      * EVERY ONE LEADING WITH THE KEY THE CUST360 TRANSACTION       *  00000070
      * BROWSES BY, AND THE SCREEN READS NOTHING ELSE BUT CUSTFILE   *  00000080
      * AND MYFILE.  ALL ARE READ-ONLY ONLINE.                       *  00000090
      ***************************************************************** 00000100
      * C360XREF - ACCOUNTS LINKED TO A CUSTOMER, ACTIVE AND RETIRED    00000110
       01 C360-XREF-RECORD.                                             00000120
           05 CXR-KEY.                                                  00000130
               10 CXR-CUST-ID       PIC 9(09).                          00000140
               10 CXR-ACCT-NO       PIC 9(09).                          00000150
           05 CXR-STATUS            PIC X(01).                          00000160
               88 CXR-ACTIVE         VALUE 'A'.                         00000170
               88 CXR-RETIRED        VALUE 'R'.                         00000180
           05 CXR-EFF-DATE          PIC 9(08).                          00000190
           05 FILLER                PIC X(13).                          00000200
                                                                        00000210
      * C360HCUS - THE HOUSEHOLD A CUSTOMER BELONGS TO                  00000220
       01 C360-HCUS-RECORD.                                             00000230
           05 CHC-CUST-ID           PIC 9(09).                          00000240
           05 CHC-HOUSEHOLD-ID      PIC 9(09).                          00000250
           05 CHC-MEMBER-COUNT      PIC 9(03).                          00000260
           05 CHC-BUILD-DATE        PIC 9(08).                          00000270
           05 FILLER                PIC X(11).                          00000280
                                                                        00000290
      * C360HMBR - THE MEMBERS OF A HOUSEHOLD                           00000300
       01 C360-HMBR-RECORD.                                             00000310
           05 CHM-KEY.                                                  00000320
               10 CHM-HOUSEHOLD-ID  PIC 9(09).                          00000330
               10 CHM-CUST-ID       PIC 9(09).                          00000340
           05 FILLER                PIC X(22).                          00000350
                                                                        00000360
      * C360CONT - CONTACT HISTORY, NEWEST FIRST.  THE DATE AND THE     00000370
      * LOAD SEQUENCE ARE CARRIED AS NINES COMPLEMENTS SO A FORWARD     00000380
      * BROWSE FROM THE CUSTOMER'S FIRST KEY MEETS THE LATEST ITEM      00000390
      * FIRST, AND OF TWO ITEMS ON ONE DAY THE LATER WRITTEN ONE        00000400
       01 C360-CONT-RECORD.                                             00000410
           05 CCN-KEY.                                                  00000420
               10 CCN-CUST-ID       PIC 9(09).                          00000430
               10 CCN-DATE-INV      PIC 9(08).                          00000440
               10 CCN-SEQ-INV       PIC 9(07).                          00000450
           05 CCN-CONTACT-TYPE      PIC X(12).                          00000460
           05 CCN-REFERENCE         PIC X(20).                          00000470
           05 CCN-DATE              PIC 9(08).                          00000480
           05 FILLER                PIC X(16).                          00000490
                                                                        00000500
      * C360STMT - ONE RECORD PER STATEMENT MONTH ON THE ARCHIVE FOR    00000510
      * EACH ACCOUNT ACTIVELY LINKED TO THE CUSTOMER                    00000520
       01 C360-STMT-RECORD.                                             00000530
           05 CST-KEY.                                                  00000540
               10 CST-CUST-ID       PIC 9(09).                          00000550
               10 CST-ACCT-NO       PIC 9(09).                          00000560
               10 CST-YYYYMM        PIC 9(06).                          00000570
           05 CST-LINE-COUNT        PIC 9(05).                          00000580
           05 FILLER                PIC X(11).                          00000590
