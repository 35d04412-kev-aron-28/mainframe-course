      ***************************************************************** 00000010
      * CONDWBM - SYMBOLIC MAP FOR THE CONDWBM UNDERWRITING           * 00000020
      * WORKBENCH MAPSET.  ONE GROUP PER MAP FIELD: LENGTH, FLAG,     * 00000030
      * ATTRIBUTE, DATA                                               * 00000040
      ***************************************************************** 00000050
       01 CONDWBI.                                                      00000060
           05 FILLER                PIC X(12).                          00000070
           05 LST1L                 COMP PIC S9(4).                     00000080
           05 LST1F                 PIC X.                              00000090
           05 LST1A                 PIC X.                              00000100
           05 LST1                  PIC X(66).                          00000110
           05 LST2L                 COMP PIC S9(4).                     00000120
           05 LST2F                 PIC X.                              00000130
           05 LST2A                 PIC X.                              00000140
           05 LST2                  PIC X(66).                          00000150
           05 LST3L                 COMP PIC S9(4).                     00000160
           05 LST3F                 PIC X.                              00000170
           05 LST3A                 PIC X.                              00000180
           05 LST3                  PIC X(66).                          00000190
           05 LST4L                 COMP PIC S9(4).                     00000200
           05 LST4F                 PIC X.                              00000210
           05 LST4A                 PIC X.                              00000220
           05 LST4                  PIC X(66).                          00000230
           05 LST5L                 COMP PIC S9(4).                     00000240
           05 LST5F                 PIC X.                              00000250
           05 LST5A                 PIC X.                              00000260
           05 LST5                  PIC X(66).                          00000270
           05 LST6L                 COMP PIC S9(4).                     00000280
           05 LST6F                 PIC X.                              00000290
           05 LST6A                 PIC X.                              00000300
           05 LST6                  PIC X(66).                          00000310
           05 LST7L                 COMP PIC S9(4).                     00000320
           05 LST7F                 PIC X.                              00000330
           05 LST7A                 PIC X.                              00000340
           05 LST7                  PIC X(66).                          00000350
           05 LST8L                 COMP PIC S9(4).                     00000360
           05 LST8F                 PIC X.                              00000370
           05 LST8A                 PIC X.                              00000380
           05 LST8                  PIC X(66).                          00000390
           05 APPLIDL               COMP PIC S9(4).                     00000400
           05 APPLIDF               PIC X.                              00000410
           05 APPLIDA               PIC X.                              00000420
           05 APPLID                PIC X(09).                          00000430
           05 STATL                 COMP PIC S9(4).                     00000440
           05 STATF                 PIC X.                              00000450
           05 STATA                 PIC X.                              00000460
           05 STAT                  PIC X(20).                          00000470
           05 NAMEL                 COMP PIC S9(4).                     00000480
           05 NAMEF                 PIC X.                              00000490
           05 NAMEA                 PIC X.                              00000500
           05 NAME                  PIC X(20).                          00000510
           05 PRODL                 COMP PIC S9(4).                     00000520
           05 PRODF                 PIC X.                              00000530
           05 PRODA                 PIC X.                              00000540
           05 PROD                  PIC X(04).                          00000550
           05 INSCL                 COMP PIC S9(4).                     00000560
           05 INSCF                 PIC X.                              00000570
           05 INSCA                 PIC X.                              00000580
           05 INSC                  PIC X(03).                          00000590
           05 CMSCL                 COMP PIC S9(4).                     00000600
           05 CMSCF                 PIC X.                              00000610
           05 CMSCA                 PIC X.                              00000620
           05 CMSC                  PIC X(03).                          00000630
           05 AGEL                  COMP PIC S9(4).                     00000640
           05 AGEF                  PIC X.                              00000650
           05 AGEA                  PIC X.                              00000660
           05 AGE                   PIC X(04).                          00000670
           05 HOLDERL               COMP PIC S9(4).                     00000680
           05 HOLDERF               PIC X.                              00000690
           05 HOLDERA               PIC X.                              00000700
           05 HOLDER                PIC X(08).                          00000710
           05 RSN1L                 COMP PIC S9(4).                     00000720
           05 RSN1F                 PIC X.                              00000730
           05 RSN1A                 PIC X.                              00000740
           05 RSN1                  PIC X(45).                          00000750
           05 RSN2L                 COMP PIC S9(4).                     00000760
           05 RSN2F                 PIC X.                              00000770
           05 RSN2A                 PIC X.                              00000780
           05 RSN2                  PIC X(45).                          00000790
           05 RSN3L                 COMP PIC S9(4).                     00000800
           05 RSN3F                 PIC X.                              00000810
           05 RSN3A                 PIC X.                              00000820
           05 RSN3                  PIC X(45).                          00000830
           05 RSN4L                 COMP PIC S9(4).                     00000840
           05 RSN4F                 PIC X.                              00000850
           05 RSN4A                 PIC X.                              00000860
           05 RSN4                  PIC X(45).                          00000870
           05 DECSNL                COMP PIC S9(4).                     00000880
           05 DECSNF                PIC X.                              00000890
           05 DECSNA                PIC X.                              00000900
           05 DECSN                 PIC X(01).                          00000910
           05 DRSNL                 COMP PIC S9(4).                     00000920
           05 DRSNF                 PIC X.                              00000930
           05 DRSNA                 PIC X.                              00000940
           05 DRSN                  PIC X(04).                          00000950
           05 NOTESL                COMP PIC S9(4).                     00000960
           05 NOTESF                PIC X.                              00000970
           05 NOTESA                PIC X.                              00000980
           05 NOTES                 PIC X(40).                          00000990
           05 QMSGL                 COMP PIC S9(4).                     00001000
           05 QMSGF                 PIC X.                              00001010
           05 QMSGA                 PIC X.                              00001020
           05 QMSG                  PIC X(79).                          00001030
                                                                        00001040
       01 CONDWBO REDEFINES CONDWBI.                                    00001050
           05 FILLER                PIC X(12).                          00001060
           05 FILLER                PIC X(02).                          00001070
           05 LST1O-ATTR            PIC X.                              00001080
           05 FILLER                PIC X.                              00001090
           05 LST1O                 PIC X(66).                          00001100
           05 FILLER                PIC X(02).                          00001110
           05 LST2O-ATTR            PIC X.                              00001120
           05 FILLER                PIC X.                              00001130
           05 LST2O                 PIC X(66).                          00001140
           05 FILLER                PIC X(02).                          00001150
           05 LST3O-ATTR            PIC X.                              00001160
           05 FILLER                PIC X.                              00001170
           05 LST3O                 PIC X(66).                          00001180
           05 FILLER                PIC X(02).                          00001190
           05 LST4O-ATTR            PIC X.                              00001200
           05 FILLER                PIC X.                              00001210
           05 LST4O                 PIC X(66).                          00001220
           05 FILLER                PIC X(02).                          00001230
           05 LST5O-ATTR            PIC X.                              00001240
           05 FILLER                PIC X.                              00001250
           05 LST5O                 PIC X(66).                          00001260
           05 FILLER                PIC X(02).                          00001270
           05 LST6O-ATTR            PIC X.                              00001280
           05 FILLER                PIC X.                              00001290
           05 LST6O                 PIC X(66).                          00001300
           05 FILLER                PIC X(02).                          00001310
           05 LST7O-ATTR            PIC X.                              00001320
           05 FILLER                PIC X.                              00001330
           05 LST7O                 PIC X(66).                          00001340
           05 FILLER                PIC X(02).                          00001350
           05 LST8O-ATTR            PIC X.                              00001360
           05 FILLER                PIC X.                              00001370
           05 LST8O                 PIC X(66).                          00001380
           05 FILLER                PIC X(02).                          00001390
           05 APPLIDO-ATTR          PIC X.                              00001400
           05 FILLER                PIC X.                              00001410
           05 APPLIDO               PIC X(09).                          00001420
           05 FILLER                PIC X(02).                          00001430
           05 STATO-ATTR            PIC X.                              00001440
           05 FILLER                PIC X.                              00001450
           05 STATO                 PIC X(20).                          00001460
           05 FILLER                PIC X(02).                          00001470
           05 NAMEO-ATTR            PIC X.                              00001480
           05 FILLER                PIC X.                              00001490
           05 NAMEO                 PIC X(20).                          00001500
           05 FILLER                PIC X(02).                          00001510
           05 PRODO-ATTR            PIC X.                              00001520
           05 FILLER                PIC X.                              00001530
           05 PRODO                 PIC X(04).                          00001540
           05 FILLER                PIC X(02).                          00001550
           05 INSCO-ATTR            PIC X.                              00001560
           05 FILLER                PIC X.                              00001570
           05 INSCO                 PIC X(03).                          00001580
           05 FILLER                PIC X(02).                          00001590
           05 CMSCO-ATTR            PIC X.                              00001600
           05 FILLER                PIC X.                              00001610
           05 CMSCO                 PIC X(03).                          00001620
           05 FILLER                PIC X(02).                          00001630
           05 AGEO-ATTR             PIC X.                              00001640
           05 FILLER                PIC X.                              00001650
           05 AGEO                  PIC X(04).                          00001660
           05 FILLER                PIC X(02).                          00001670
           05 HOLDERO-ATTR          PIC X.                              00001680
           05 FILLER                PIC X.                              00001690
           05 HOLDERO               PIC X(08).                          00001700
           05 FILLER                PIC X(02).                          00001710
           05 RSN1O-ATTR            PIC X.                              00001720
           05 FILLER                PIC X.                              00001730
           05 RSN1O                 PIC X(45).                          00001740
           05 FILLER                PIC X(02).                          00001750
           05 RSN2O-ATTR            PIC X.                              00001760
           05 FILLER                PIC X.                              00001770
           05 RSN2O                 PIC X(45).                          00001780
           05 FILLER                PIC X(02).                          00001790
           05 RSN3O-ATTR            PIC X.                              00001800
           05 FILLER                PIC X.                              00001810
           05 RSN3O                 PIC X(45).                          00001820
           05 FILLER                PIC X(02).                          00001830
           05 RSN4O-ATTR            PIC X.                              00001840
           05 FILLER                PIC X.                              00001850
           05 RSN4O                 PIC X(45).                          00001860
           05 FILLER                PIC X(02).                          00001870
           05 DECSNO-ATTR           PIC X.                              00001880
           05 FILLER                PIC X.                              00001890
           05 DECSNO                PIC X(01).                          00001900
           05 FILLER                PIC X(02).                          00001910
           05 DRSNO-ATTR            PIC X.                              00001920
           05 FILLER                PIC X.                              00001930
           05 DRSNO                 PIC X(04).                          00001940
           05 FILLER                PIC X(02).                          00001950
           05 NOTESO-ATTR           PIC X.                              00001960
           05 FILLER                PIC X.                              00001970
           05 NOTESO                PIC X(40).                          00001980
           05 FILLER                PIC X(02).                          00001990
           05 QMSGO-ATTR            PIC X.                              00002000
           05 FILLER                PIC X.                              00002010
           05 QMSGO                 PIC X(79).                          00002020
                                                                        00002030
