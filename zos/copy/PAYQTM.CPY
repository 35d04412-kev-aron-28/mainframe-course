      ***************************************************************** 00000010
      * PAYQTM - SYMBOLIC MAP FOR THE PAYQTM CONTRACT PAYOFF QUOTE    * 00000020
      * MAPSET.  ONE GROUP PER MAP FIELD: LENGTH, FLAG, ATTRIBUTE,    * 00000030
      * DATA                                                          * 00000040
      ***************************************************************** 00000050
       01 PAYQTI.                                                       00000060
           05 FILLER                PIC X(12).                          00000070
           05 CONIDL                COMP PIC S9(4).                     00000080
           05 CONIDF                PIC X.                              00000090
           05 CONIDA                PIC X.                              00000100
           05 CONID                 PIC X(9).                           00000110
           05 ACCTNOL               COMP PIC S9(4).                     00000120
           05 ACCTNOF               PIC X.                              00000130
           05 ACCTNOA               PIC X.                              00000140
           05 ACCTNO                PIC X(9).                           00000150
           05 PDATEL                COMP PIC S9(4).                     00000160
           05 PDATEF                PIC X.                              00000170
           05 PDATEA                PIC X.                              00000180
           05 PDATE                 PIC X(8).                           00000190
           05 LST1L                 COMP PIC S9(4).                     00000200
           05 LST1F                 PIC X.                              00000210
           05 LST1A                 PIC X.                              00000220
           05 LST1                  PIC X(70).                          00000230
           05 LST2L                 COMP PIC S9(4).                     00000240
           05 LST2F                 PIC X.                              00000250
           05 LST2A                 PIC X.                              00000260
           05 LST2                  PIC X(70).                          00000270
           05 LST3L                 COMP PIC S9(4).                     00000280
           05 LST3F                 PIC X.                              00000290
           05 LST3A                 PIC X.                              00000300
           05 LST3                  PIC X(70).                          00000310
           05 LST4L                 COMP PIC S9(4).                     00000320
           05 LST4F                 PIC X.                              00000330
           05 LST4A                 PIC X.                              00000340
           05 LST4                  PIC X(70).                          00000350
           05 STDATEL               COMP PIC S9(4).                     00000360
           05 STDATEF               PIC X.                              00000370
           05 STDATEA               PIC X.                              00000380
           05 STDATE                PIC X(8).                           00000390
           05 TERML                 COMP PIC S9(4).                     00000400
           05 TERMF                 PIC X.                              00000410
           05 TERMA                 PIC X.                              00000420
           05 TERM                  PIC X(3).                           00000430
           05 RATEL                 COMP PIC S9(4).                     00000440
           05 RATEF                 PIC X.                              00000450
           05 RATEA                 PIC X.                              00000460
           05 RATE                  PIC X(7).                           00000470
           05 CMETHL                COMP PIC S9(4).                     00000480
           05 CMETHF                PIC X.                              00000490
           05 CMETHA                PIC X.                              00000500
           05 CMETH                 PIC X(10).                          00000510
           05 ACCRTOL               COMP PIC S9(4).                     00000520
           05 ACCRTOF               PIC X.                              00000530
           05 ACCRTOA               PIC X.                              00000540
           05 ACCRTO                PIC X(8).                           00000550
           05 PERIODSL              COMP PIC S9(4).                     00000560
           05 PERIODSF              PIC X.                              00000570
           05 PERIODSA              PIC X.                              00000580
           05 PERIODS               PIC X(3).                           00000590
           05 CSTATL                COMP PIC S9(4).                     00000600
           05 CSTATF                PIC X.                              00000610
           05 CSTATA                PIC X.                              00000620
           05 CSTAT                 PIC X(10).                          00000630
           05 PRINL                 COMP PIC S9(4).                     00000640
           05 PRINF                 PIC X.                              00000650
           05 PRINA                 PIC X.                              00000660
           05 PRIN                  PIC X(14).                          00000670
           05 ACCRDL                COMP PIC S9(4).                     00000680
           05 ACCRDF                PIC X.                              00000690
           05 ACCRDA                PIC X.                              00000700
           05 ACCRD                 PIC X(14).                          00000710
           05 INTDUEL               COMP PIC S9(4).                     00000720
           05 INTDUEF               PIC X.                              00000730
           05 INTDUEA               PIC X.                              00000740
           05 INTDUE                PIC X(14).                          00000750
           05 DAYSL                 COMP PIC S9(4).                     00000760
           05 DAYSF                 PIC X.                              00000770
           05 DAYSA                 PIC X.                              00000780
           05 DAYS                  PIC X(4).                           00000790
           05 FEESL                 COMP PIC S9(4).                     00000800
           05 FEESF                 PIC X.                              00000810
           05 FEESA                 PIC X.                              00000820
           05 FEES                  PIC X(14).                          00000830
           05 PAYOFFL               COMP PIC S9(4).                     00000840
           05 PAYOFFF               PIC X.                              00000850
           05 PAYOFFA               PIC X.                              00000860
           05 PAYOFF                PIC X(14).                          00000870
           05 GOODTHRL              COMP PIC S9(4).                     00000880
           05 GOODTHRF              PIC X.                              00000890
           05 GOODTHRA              PIC X.                              00000900
           05 GOODTHR               PIC X(10).                          00000910
           05 PERDIEML              COMP PIC S9(4).                     00000920
           05 PERDIEMF              PIC X.                              00000930
           05 PERDIEMA              PIC X.                              00000940
           05 PERDIEM               PIC X(11).                          00000950
           05 QMSGL                 COMP PIC S9(4).                     00000960
           05 QMSGF                 PIC X.                              00000970
           05 QMSGA                 PIC X.                              00000980
           05 QMSG                  PIC X(79).                          00000990
       01 PAYQTO REDEFINES PAYQTI.                                      00001000
           05 FILLER                PIC X(12).                          00001010
           05 FILLER                PIC X(02).                          00001020
           05 CONIDO-ATTR           PIC X.                              00001030
           05 FILLER                PIC X.                              00001040
           05 CONIDO                PIC X(9).                           00001050
           05 FILLER                PIC X(02).                          00001060
           05 ACCTNOO-ATTR          PIC X.                              00001070
           05 FILLER                PIC X.                              00001080
           05 ACCTNOO               PIC X(9).                           00001090
           05 FILLER                PIC X(02).                          00001100
           05 PDATEO-ATTR           PIC X.                              00001110
           05 FILLER                PIC X.                              00001120
           05 PDATEO                PIC X(8).                           00001130
           05 FILLER                PIC X(02).                          00001140
           05 LST1O-ATTR            PIC X.                              00001150
           05 FILLER                PIC X.                              00001160
           05 LST1O                 PIC X(70).                          00001170
           05 FILLER                PIC X(02).                          00001180
           05 LST2O-ATTR            PIC X.                              00001190
           05 FILLER                PIC X.                              00001200
           05 LST2O                 PIC X(70).                          00001210
           05 FILLER                PIC X(02).                          00001220
           05 LST3O-ATTR            PIC X.                              00001230
           05 FILLER                PIC X.                              00001240
           05 LST3O                 PIC X(70).                          00001250
           05 FILLER                PIC X(02).                          00001260
           05 LST4O-ATTR            PIC X.                              00001270
           05 FILLER                PIC X.                              00001280
           05 LST4O                 PIC X(70).                          00001290
           05 FILLER                PIC X(02).                          00001300
           05 STDATEO-ATTR          PIC X.                              00001310
           05 FILLER                PIC X.                              00001320
           05 STDATEO               PIC X(8).                           00001330
           05 FILLER                PIC X(02).                          00001340
           05 TERMO-ATTR            PIC X.                              00001350
           05 FILLER                PIC X.                              00001360
           05 TERMO                 PIC X(3).                           00001370
           05 FILLER                PIC X(02).                          00001380
           05 RATEO-ATTR            PIC X.                              00001390
           05 FILLER                PIC X.                              00001400
           05 RATEO                 PIC X(7).                           00001410
           05 FILLER                PIC X(02).                          00001420
           05 CMETHO-ATTR           PIC X.                              00001430
           05 FILLER                PIC X.                              00001440
           05 CMETHO                PIC X(10).                          00001450
           05 FILLER                PIC X(02).                          00001460
           05 ACCRTOO-ATTR          PIC X.                              00001470
           05 FILLER                PIC X.                              00001480
           05 ACCRTOO               PIC X(8).                           00001490
           05 FILLER                PIC X(02).                          00001500
           05 PERIODSO-ATTR         PIC X.                              00001510
           05 FILLER                PIC X.                              00001520
           05 PERIODSO              PIC X(3).                           00001530
           05 FILLER                PIC X(02).                          00001540
           05 CSTATO-ATTR           PIC X.                              00001550
           05 FILLER                PIC X.                              00001560
           05 CSTATO                PIC X(10).                          00001570
           05 FILLER                PIC X(02).                          00001580
           05 PRINO-ATTR            PIC X.                              00001590
           05 FILLER                PIC X.                              00001600
           05 PRINO                 PIC X(14).                          00001610
           05 FILLER                PIC X(02).                          00001620
           05 ACCRDO-ATTR           PIC X.                              00001630
           05 FILLER                PIC X.                              00001640
           05 ACCRDO                PIC X(14).                          00001650
           05 FILLER                PIC X(02).                          00001660
           05 INTDUEO-ATTR          PIC X.                              00001670
           05 FILLER                PIC X.                              00001680
           05 INTDUEO               PIC X(14).                          00001690
           05 FILLER                PIC X(02).                          00001700
           05 DAYSO-ATTR            PIC X.                              00001710
           05 FILLER                PIC X.                              00001720
           05 DAYSO                 PIC X(4).                           00001730
           05 FILLER                PIC X(02).                          00001740
           05 FEESO-ATTR            PIC X.                              00001750
           05 FILLER                PIC X.                              00001760
           05 FEESO                 PIC X(14).                          00001770
           05 FILLER                PIC X(02).                          00001780
           05 PAYOFFO-ATTR          PIC X.                              00001790
           05 FILLER                PIC X.                              00001800
           05 PAYOFFO               PIC X(14).                          00001810
           05 FILLER                PIC X(02).                          00001820
           05 GOODTHRO-ATTR         PIC X.                              00001830
           05 FILLER                PIC X.                              00001840
           05 GOODTHRO              PIC X(10).                          00001850
           05 FILLER                PIC X(02).                          00001860
           05 PERDIEMO-ATTR         PIC X.                              00001870
           05 FILLER                PIC X.                              00001880
           05 PERDIEMO              PIC X(11).                          00001890
           05 FILLER                PIC X(02).                          00001900
           05 QMSGO-ATTR            PIC X.                              00001910
           05 FILLER                PIC X.                              00001920
           05 QMSGO                 PIC X(79).                          00001930
                                                                        00001940
