      ***************************************************************** 00000010
      * ACHREC - NACHA ACH FILE RECORD LAYOUTS                       *  00000020
      * 94 BYTE RECORDS, BLOCKED TEN.  THE FIRST BYTE IS THE RECORD  *  00000030
      * TYPE: 1 FILE HEADER, 5 BATCH HEADER, 6 ENTRY DETAIL, 7       *  00000040
      * ADDENDA, 8 BATCH CONTROL, 9 FILE CONTROL (AND THE ALL-NINES  *  00000050
      * RECORDS THAT PAD THE LAST BLOCK).  READ BY ACHINTK FROM THE  *  00000060
      * CLEARING HOUSE AND USED AGAIN TO BUILD THE RETURN FILE SENT  *  00000070
      * BACK; A RETURN ENTRY CARRIES A TYPE 99 ADDENDA GIVING THE    *  00000080
      * RETURN REASON AND THE TRACE NUMBER OF THE ORIGINAL ENTRY.    *  00000090
      * AMOUNTS ARE UNSIGNED CENTS - THE TRANSACTION CODE SAYS       *  00000100
      * WHETHER AN ENTRY IS A CREDIT OR A DEBIT TO THE RECEIVER.     *  00000110
      ***************************************************************** 00000120
       01 ACH-RECORD.                                                   00000130
           05 ACH-RECORD-TYPE       PIC X(01).                          00000140
               88 ACH-REC-FILE-HEADER   VALUE '1'.                      00000150
               88 ACH-REC-BATCH-HEADER  VALUE '5'.                      00000160
               88 ACH-REC-ENTRY         VALUE '6'.                      00000170
               88 ACH-REC-ADDENDA       VALUE '7'.                      00000180
               88 ACH-REC-BATCH-CONTROL VALUE '8'.                      00000190
               88 ACH-REC-FILE-CONTROL  VALUE '9'.                      00000200
           05 FILLER                PIC X(93).                          00000210
                                                                        00000220
       01 ACH-FILE-HEADER.                                              00000230
           05 FILLER                PIC X(01).                          00000240
           05 ACH-FH-PRIORITY       PIC X(02).                          00000250
      * IMMEDIATE DESTINATION AND ORIGIN: A SPACE AND A ROUTING NUMBER  00000260
           05 ACH-FH-DEST           PIC X(10).                          00000270
           05 ACH-FH-ORIGIN         PIC X(10).                          00000280
           05 ACH-FH-CREATE-DATE    PIC X(06).                          00000290
           05 ACH-FH-CREATE-TIME    PIC X(04).                          00000300
           05 ACH-FH-FILE-ID-MOD    PIC X(01).                          00000310
           05 ACH-FH-RECORD-SIZE    PIC X(03).                          00000320
           05 ACH-FH-BLOCKING       PIC X(02).                          00000330
           05 ACH-FH-FORMAT-CD      PIC X(01).                          00000340
           05 ACH-FH-DEST-NAME      PIC X(23).                          00000350
           05 ACH-FH-ORIGIN-NAME    PIC X(23).                          00000360
           05 ACH-FH-REFERENCE      PIC X(08).                          00000370
                                                                        00000380
       01 ACH-BATCH-HEADER.                                             00000390
           05 FILLER                PIC X(01).                          00000400
           05 ACH-BH-SERVICE-CLASS  PIC X(03).                          00000410
           05 ACH-BH-COMPANY-NAME   PIC X(16).                          00000420
           05 ACH-BH-DISCRETIONARY  PIC X(20).                          00000430
           05 ACH-BH-COMPANY-ID     PIC X(10).                          00000440
           05 ACH-BH-SEC-CODE       PIC X(03).                          00000450
           05 ACH-BH-ENTRY-DESC     PIC X(10).                          00000460
           05 ACH-BH-DESC-DATE      PIC X(06).                          00000470
      * EFFECTIVE ENTRY DATE, YYMMDD                                    00000480
           05 ACH-BH-EFF-DATE       PIC X(06).                          00000490
           05 ACH-BH-SETTLE-DATE    PIC X(03).                          00000500
           05 ACH-BH-ORIG-STATUS    PIC X(01).                          00000510
           05 ACH-BH-ODFI-ID        PIC X(08).                          00000520
           05 ACH-BH-BATCH-NO       PIC X(07).                          00000530
                                                                        00000540
       01 ACH-ENTRY-DETAIL.                                             00000550
           05 FILLER                PIC X(01).                          00000560
           05 ACH-ED-TRAN-CODE      PIC X(02).                          00000570
               88 ACH-ED-CREDIT      VALUES '22' '32'.                  00000580
               88 ACH-ED-DEBIT       VALUES '27' '37'.                  00000590
               88 ACH-ED-PRENOTE     VALUES '23' '28' '33' '38'.        00000600
               88 ACH-ED-VALID-CODE  VALUES '22' '23' '27' '28'         00000610
                                            '32' '33' '37' '38'.        00000620
           05 ACH-ED-RDFI-ID        PIC X(08).                          00000630
           05 ACH-ED-RDFI-ID-N REDEFINES ACH-ED-RDFI-ID                 00000640
                                    PIC 9(08).                          00000650
           05 ACH-ED-CHECK-DIGIT    PIC X(01).                          00000660
      * RECEIVER'S ACCOUNT NUMBER AT THE RDFI, LEFT JUSTIFIED           00000670
           05 ACH-ED-DFI-ACCT       PIC X(17).                          00000680
           05 ACH-ED-AMOUNT         PIC 9(08)V99.                       00000690
           05 ACH-ED-INDIV-ID       PIC X(15).                          00000700
           05 ACH-ED-INDIV-NAME     PIC X(22).                          00000710
           05 ACH-ED-DISCRETIONARY  PIC X(02).                          00000720
           05 ACH-ED-ADDENDA-IND    PIC X(01).                          00000730
           05 ACH-ED-TRACE-NO       PIC X(15).                          00000740
                                                                        00000750
       01 ACH-ADDENDA.                                                  00000760
           05 FILLER                PIC X(01).                          00000770
           05 ACH-AD-TYPE-CD        PIC X(02).                          00000780
           05 ACH-AD-PAYMENT-INFO   PIC X(80).                          00000790
           05 ACH-AD-SEQ-NO         PIC X(04).                          00000800
           05 ACH-AD-ENTRY-SEQ      PIC X(07).                          00000810
                                                                        00000820
       01 ACH-RETURN-ADDENDA.                                           00000830
           05 FILLER                PIC X(01).                          00000840
           05 ACH-RA-TYPE-CD        PIC X(02).                          00000850
           05 ACH-RA-RETURN-CD      PIC X(03).                          00000860
           05 ACH-RA-ORIG-TRACE     PIC X(15).                          00000870
           05 ACH-RA-DEATH-DATE     PIC X(06).                          00000880
           05 ACH-RA-ORIG-RDFI      PIC X(08).                          00000890
           05 ACH-RA-INFO           PIC X(44).                          00000900
           05 ACH-RA-TRACE-NO       PIC X(15).                          00000910
                                                                        00000920
       01 ACH-BATCH-CONTROL.                                            00000930
           05 FILLER                PIC X(01).                          00000940
           05 ACH-BC-SERVICE-CLASS  PIC X(03).                          00000950
           05 ACH-BC-ENTRY-COUNT    PIC 9(06).                          00000960
           05 ACH-BC-ENTRY-HASH     PIC 9(10).                          00000970
           05 ACH-BC-TOTAL-DEBIT    PIC 9(10)V99.                       00000980
           05 ACH-BC-TOTAL-CREDIT   PIC 9(10)V99.                       00000990
           05 ACH-BC-COMPANY-ID     PIC X(10).                          00001000
           05 ACH-BC-AUTH-CODE      PIC X(19).                          00001010
           05 FILLER                PIC X(06).                          00001020
           05 ACH-BC-ODFI-ID        PIC X(08).                          00001030
           05 ACH-BC-BATCH-NO       PIC X(07).                          00001040
                                                                        00001050
       01 ACH-FILE-CONTROL.                                             00001060
           05 FILLER                PIC X(01).                          00001070
           05 ACH-FC-BATCH-COUNT    PIC 9(06).                          00001080
           05 ACH-FC-BLOCK-COUNT    PIC 9(06).                          00001090
           05 ACH-FC-ENTRY-COUNT    PIC 9(08).                          00001100
           05 ACH-FC-ENTRY-HASH     PIC 9(10).                          00001110
           05 ACH-FC-TOTAL-DEBIT    PIC 9(10)V99.                       00001120
           05 ACH-FC-TOTAL-CREDIT   PIC 9(10)V99.                       00001130
           05 FILLER                PIC X(39).                          00001140
