      ***************************************************************** 00000010
      * CUST360M - SYMBOLIC MAP FOR THE CUST360M CUSTOMER 360         * 00000020
      * INQUIRY MAPSET.  ONE GROUP PER MAP FIELD: LENGTH, FLAG,       * 00000030
      * ATTRIBUTE, DATA                                               * 00000040
      ***************************************************************** 00000050
       01 CUST360I.                                                     00000060
           05 FILLER                PIC X(12).                          00000070
           05 CUSTIDL               COMP PIC S9(4).                     00000080
           05 CUSTIDF               PIC X.                              00000090
           05 CUSTIDA               PIC X.                              00000100
           05 CUSTID                PIC X(09).                          00000110
           05 ENTDTL                COMP PIC S9(4).                     00000120
           05 ENTDTF                PIC X.                              00000130
           05 ENTDTA                PIC X.                              00000140
           05 ENTDT                 PIC X(08).                          00000150
           05 CNAMEL                COMP PIC S9(4).                     00000160
           05 CNAMEF                PIC X.                              00000170
           05 CNAMEA                PIC X.                              00000180
           05 CNAME                 PIC X(41).                          00000190
           05 ADDR1L                COMP PIC S9(4).                     00000200
           05 ADDR1F                PIC X.                              00000210
           05 ADDR1A                PIC X.                              00000220
           05 ADDR1                 PIC X(30).                          00000230
           05 ADDR2L                COMP PIC S9(4).                     00000240
           05 ADDR2F                PIC X.                              00000250
           05 ADDR2A                PIC X.                              00000260
           05 ADDR2                 PIC X(30).                          00000270
           05 CSZL                  COMP PIC S9(4).                     00000280
           05 CSZF                  PIC X.                              00000290
           05 CSZA                  PIC X.                              00000300
           05 CSZ                   PIC X(34).                          00000310
           05 FLAGSL                COMP PIC S9(4).                     00000320
           05 FLAGSF                PIC X.                              00000330
           05 FLAGSA                PIC X.                              00000340
           05 FLAGS                 PIC X(77).                          00000350
           05 ACCMORL               COMP PIC S9(4).                     00000360
           05 ACCMORF               PIC X.                              00000370
           05 ACCMORA               PIC X.                              00000380
           05 ACCMOR                PIC X(30).                          00000390
           05 ACCT1L                COMP PIC S9(4).                     00000400
           05 ACCT1F                PIC X.                              00000410
           05 ACCT1A                PIC X.                              00000420
           05 ACCT1                 PIC X(75).                          00000430
           05 ACCT2L                COMP PIC S9(4).                     00000440
           05 ACCT2F                PIC X.                              00000450
           05 ACCT2A                PIC X.                              00000460
           05 ACCT2                 PIC X(75).                          00000470
           05 ACCT3L                COMP PIC S9(4).                     00000480
           05 ACCT3F                PIC X.                              00000490
           05 ACCT3A                PIC X.                              00000500
           05 ACCT3                 PIC X(75).                          00000510
           05 HSHMORL               COMP PIC S9(4).                     00000520
           05 HSHMORF               PIC X.                              00000530
           05 HSHMORA               PIC X.                              00000540
           05 HSHMOR                PIC X(30).                          00000550
           05 HSHINFL               COMP PIC S9(4).                     00000560
           05 HSHINFF               PIC X.                              00000570
           05 HSHINFA               PIC X.                              00000580
           05 HSHINF                PIC X(75).                          00000590
           05 HSH1L                 COMP PIC S9(4).                     00000600
           05 HSH1F                 PIC X.                              00000610
           05 HSH1A                 PIC X.                              00000620
           05 HSH1                  PIC X(75).                          00000630
           05 HSH2L                 COMP PIC S9(4).                     00000640
           05 HSH2F                 PIC X.                              00000650
           05 HSH2A                 PIC X.                              00000660
           05 HSH2                  PIC X(75).                          00000670
           05 HSH3L                 COMP PIC S9(4).                     00000680
           05 HSH3F                 PIC X.                              00000690
           05 HSH3A                 PIC X.                              00000700
           05 HSH3                  PIC X(75).                          00000710
           05 CONMORL               COMP PIC S9(4).                     00000720
           05 CONMORF               PIC X.                              00000730
           05 CONMORA               PIC X.                              00000740
           05 CONMOR                PIC X(30).                          00000750
           05 CON1L                 COMP PIC S9(4).                     00000760
           05 CON1F                 PIC X.                              00000770
           05 CON1A                 PIC X.                              00000780
           05 CON1                  PIC X(75).                          00000790
           05 CON2L                 COMP PIC S9(4).                     00000800
           05 CON2F                 PIC X.                              00000810
           05 CON2A                 PIC X.                              00000820
           05 CON2                  PIC X(75).                          00000830
           05 CON3L                 COMP PIC S9(4).                     00000840
           05 CON3F                 PIC X.                              00000850
           05 CON3A                 PIC X.                              00000860
           05 CON3                  PIC X(75).                          00000870
           05 STMMORL               COMP PIC S9(4).                     00000880
           05 STMMORF               PIC X.                              00000890
           05 STMMORA               PIC X.                              00000900
           05 STMMOR                PIC X(30).                          00000910
           05 STM1L                 COMP PIC S9(4).                     00000920
           05 STM1F                 PIC X.                              00000930
           05 STM1A                 PIC X.                              00000940
           05 STM1                  PIC X(75).                          00000950
           05 QMSGL                 COMP PIC S9(4).                     00000960
           05 QMSGF                 PIC X.                              00000970
           05 QMSGA                 PIC X.                              00000980
           05 QMSG                  PIC X(79).                          00000990
                                                                        00001000
       01 CUST360O REDEFINES CUST360I.                                  00001010
           05 FILLER                PIC X(12).                          00001020
           05 FILLER                PIC X(02).                          00001030
           05 CUSTIDO-ATTR          PIC X.                              00001040
           05 FILLER                PIC X.                              00001050
           05 CUSTIDO               PIC X(09).                          00001060
           05 FILLER                PIC X(02).                          00001070
           05 ENTDTO-ATTR           PIC X.                              00001080
           05 FILLER                PIC X.                              00001090
           05 ENTDTO                PIC X(08).                          00001100
           05 FILLER                PIC X(02).                          00001110
           05 CNAMEO-ATTR           PIC X.                              00001120
           05 FILLER                PIC X.                              00001130
           05 CNAMEO                PIC X(41).                          00001140
           05 FILLER                PIC X(02).                          00001150
           05 ADDR1O-ATTR           PIC X.                              00001160
           05 FILLER                PIC X.                              00001170
           05 ADDR1O                PIC X(30).                          00001180
           05 FILLER                PIC X(02).                          00001190
           05 ADDR2O-ATTR           PIC X.                              00001200
           05 FILLER                PIC X.                              00001210
           05 ADDR2O                PIC X(30).                          00001220
           05 FILLER                PIC X(02).                          00001230
           05 CSZO-ATTR             PIC X.                              00001240
           05 FILLER                PIC X.                              00001250
           05 CSZO                  PIC X(34).                          00001260
           05 FILLER                PIC X(02).                          00001270
           05 FLAGSO-ATTR           PIC X.                              00001280
           05 FILLER                PIC X.                              00001290
           05 FLAGSO                PIC X(77).                          00001300
           05 FILLER                PIC X(02).                          00001310
           05 ACCMORO-ATTR          PIC X.                              00001320
           05 FILLER                PIC X.                              00001330
           05 ACCMORO               PIC X(30).                          00001340
           05 FILLER                PIC X(02).                          00001350
           05 ACCT1O-ATTR           PIC X.                              00001360
           05 FILLER                PIC X.                              00001370
           05 ACCT1O                PIC X(75).                          00001380
           05 FILLER                PIC X(02).                          00001390
           05 ACCT2O-ATTR           PIC X.                              00001400
           05 FILLER                PIC X.                              00001410
           05 ACCT2O                PIC X(75).                          00001420
           05 FILLER                PIC X(02).                          00001430
           05 ACCT3O-ATTR           PIC X.                              00001440
           05 FILLER                PIC X.                              00001450
           05 ACCT3O                PIC X(75).                          00001460
           05 FILLER                PIC X(02).                          00001470
           05 HSHMORO-ATTR          PIC X.                              00001480
           05 FILLER                PIC X.                              00001490
           05 HSHMORO               PIC X(30).                          00001500
           05 FILLER                PIC X(02).                          00001510
           05 HSHINFO-ATTR          PIC X.                              00001520
           05 FILLER                PIC X.                              00001530
           05 HSHINFO               PIC X(75).                          00001540
           05 FILLER                PIC X(02).                          00001550
           05 HSH1O-ATTR            PIC X.                              00001560
           05 FILLER                PIC X.                              00001570
           05 HSH1O                 PIC X(75).                          00001580
           05 FILLER                PIC X(02).                          00001590
           05 HSH2O-ATTR            PIC X.                              00001600
           05 FILLER                PIC X.                              00001610
           05 HSH2O                 PIC X(75).                          00001620
           05 FILLER                PIC X(02).                          00001630
           05 HSH3O-ATTR            PIC X.                              00001640
           05 FILLER                PIC X.                              00001650
           05 HSH3O                 PIC X(75).                          00001660
           05 FILLER                PIC X(02).                          00001670
           05 CONMORO-ATTR          PIC X.                              00001680
           05 FILLER                PIC X.                              00001690
           05 CONMORO               PIC X(30).                          00001700
           05 FILLER                PIC X(02).                          00001710
           05 CON1O-ATTR            PIC X.                              00001720
           05 FILLER                PIC X.                              00001730
           05 CON1O                 PIC X(75).                          00001740
           05 FILLER                PIC X(02).                          00001750
           05 CON2O-ATTR            PIC X.                              00001760
           05 FILLER                PIC X.                              00001770
           05 CON2O                 PIC X(75).                          00001780
           05 FILLER                PIC X(02).                          00001790
           05 CON3O-ATTR            PIC X.                              00001800
           05 FILLER                PIC X.                              00001810
           05 CON3O                 PIC X(75).                          00001820
           05 FILLER                PIC X(02).                          00001830
           05 STMMORO-ATTR          PIC X.                              00001840
           05 FILLER                PIC X.                              00001850
           05 STMMORO               PIC X(30).                          00001860
           05 FILLER                PIC X(02).                          00001870
           05 STM1O-ATTR            PIC X.                              00001880
           05 FILLER                PIC X.                              00001890
           05 STM1O                 PIC X(75).                          00001900
           05 FILLER                PIC X(02).                          00001910
           05 QMSGO-ATTR            PIC X.                              00001920
           05 FILLER                PIC X.                              00001930
           05 QMSGO                 PIC X(79).                          00001940
