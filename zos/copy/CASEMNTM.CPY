      ***************************************************************** 00000010
      * CASEMNTM - SYMBOLIC MAP FOR THE CASEMNTM SERVICE-DESK CASE    * 00000020
      * MAINTENANCE MAPSET.  ONE GROUP PER MAP FIELD: LENGTH, FLAG,   * 00000030
      * ATTRIBUTE, DATA                                               * 00000040
      ***************************************************************** 00000050
       01 CASEMNTI.                                                     00000060
           05 FILLER               PIC X(12).                           00000070
           05 CASEIDL              COMP PIC S9(4).                      00000080
           05 CASEIDF              PIC X.                               00000090
           05 CASEIDA              PIC X.                               00000100
           05 CASEID               PIC X(09).                           00000110
           05 STATL                COMP PIC S9(4).                      00000120
           05 STATF                PIC X.                               00000130
           05 STATA                PIC X.                               00000140
           05 STAT                 PIC X(20).                           00000150
           05 CUSTIDL              COMP PIC S9(4).                      00000160
           05 CUSTIDF              PIC X.                               00000170
           05 CUSTIDA              PIC X.                               00000180
           05 CUSTID               PIC X(09).                           00000190
           05 ACCTNOL              COMP PIC S9(4).                      00000200
           05 ACCTNOF              PIC X.                               00000210
           05 ACCTNOA              PIC X.                               00000220
           05 ACCTNO               PIC X(09).                           00000230
           05 CNAMEL               COMP PIC S9(4).                      00000240
           05 CNAMEF               PIC X.                               00000250
           05 CNAMEA               PIC X.                               00000260
           05 CNAME                PIC X(41).                           00000270
           05 CATCDL               COMP PIC S9(4).                      00000280
           05 CATCDF               PIC X.                               00000290
           05 CATCDA               PIC X.                               00000300
           05 CATCD                PIC X(04).                           00000310
           05 CATDSCL              COMP PIC S9(4).                      00000320
           05 CATDSCF              PIC X.                               00000330
           05 CATDSCA              PIC X.                               00000340
           05 CATDSC               PIC X(40).                           00000350
           05 OPENDTL              COMP PIC S9(4).                      00000360
           05 OPENDTF              PIC X.                               00000370
           05 OPENDTA              PIC X.                               00000380
           05 OPENDT               PIC X(08).                           00000390
           05 OPENBYL              COMP PIC S9(4).                      00000400
           05 OPENBYF              PIC X.                               00000410
           05 OPENBYA              PIC X.                               00000420
           05 OPENBY               PIC X(08).                           00000430
           05 OWNERL               COMP PIC S9(4).                      00000440
           05 OWNERF               PIC X.                               00000450
           05 OWNERA               PIC X.                               00000460
           05 OWNER                PIC X(08).                           00000470
           05 DUEDTL               COMP PIC S9(4).                      00000480
           05 DUEDTF               PIC X.                               00000490
           05 DUEDTA               PIC X.                               00000500
           05 DUEDT                PIC X(08).                           00000510
           05 SUPVL                COMP PIC S9(4).                      00000520
           05 SUPVF                PIC X.                               00000530
           05 SUPVA                PIC X.                               00000540
           05 SUPV                 PIC X(08).                           00000550
           05 ESCDTL               COMP PIC S9(4).                      00000560
           05 ESCDTF               PIC X.                               00000570
           05 ESCDTA               PIC X.                               00000580
           05 ESCDT                PIC X(08).                           00000590
           05 SUMML                COMP PIC S9(4).                      00000600
           05 SUMMF                PIC X.                               00000610
           05 SUMMA                PIC X.                               00000620
           05 SUMM                 PIC X(60).                           00000630
           05 RESCDL               COMP PIC S9(4).                      00000640
           05 RESCDF               PIC X.                               00000650
           05 RESCDA               PIC X.                               00000660
           05 RESCD                PIC X(04).                           00000670
           05 CLSDTL               COMP PIC S9(4).                      00000680
           05 CLSDTF               PIC X.                               00000690
           05 CLSDTA               PIC X.                               00000700
           05 CLSDT                PIC X(08).                           00000710
           05 CLSBYL               COMP PIC S9(4).                      00000720
           05 CLSBYF               PIC X.                               00000730
           05 CLSBYA               PIC X.                               00000740
           05 CLSBY                PIC X(08).                           00000750
           05 UPDDTL               COMP PIC S9(4).                      00000760
           05 UPDDTF               PIC X.                               00000770
           05 UPDDTA               PIC X.                               00000780
           05 UPDDT                PIC X(08).                           00000790
           05 UPDBYL               COMP PIC S9(4).                      00000800
           05 UPDBYF               PIC X.                               00000810
           05 UPDBYA               PIC X.                               00000820
           05 UPDBY                PIC X(08).                           00000830
           05 ERRMSGL              COMP PIC S9(4).                      00000840
           05 ERRMSGF              PIC X.                               00000850
           05 ERRMSGA              PIC X.                               00000860
           05 ERRMSG               PIC X(79).                           00000870
                                                                        00000880
       01 CASEMNTO REDEFINES CASEMNTI.                                  00000890
           05 FILLER               PIC X(12).                           00000900
           05 FILLER               PIC X(02).                           00000910
           05 CASEIDO-ATTR         PIC X.                               00000920
           05 FILLER               PIC X.                               00000930
           05 CASEIDO              PIC X(09).                           00000940
           05 FILLER               PIC X(02).                           00000950
           05 STATO-ATTR           PIC X.                               00000960
           05 FILLER               PIC X.                               00000970
           05 STATO                PIC X(20).                           00000980
           05 FILLER               PIC X(02).                           00000990
           05 CUSTIDO-ATTR         PIC X.                               00001000
           05 FILLER               PIC X.                               00001010
           05 CUSTIDO              PIC X(09).                           00001020
           05 FILLER               PIC X(02).                           00001030
           05 ACCTNOO-ATTR         PIC X.                               00001040
           05 FILLER               PIC X.                               00001050
           05 ACCTNOO              PIC X(09).                           00001060
           05 FILLER               PIC X(02).                           00001070
           05 CNAMEO-ATTR          PIC X.                               00001080
           05 FILLER               PIC X.                               00001090
           05 CNAMEO               PIC X(41).                           00001100
           05 FILLER               PIC X(02).                           00001110
           05 CATCDO-ATTR          PIC X.                               00001120
           05 FILLER               PIC X.                               00001130
           05 CATCDO               PIC X(04).                           00001140
           05 FILLER               PIC X(02).                           00001150
           05 CATDSCO-ATTR         PIC X.                               00001160
           05 FILLER               PIC X.                               00001170
           05 CATDSCO              PIC X(40).                           00001180
           05 FILLER               PIC X(02).                           00001190
           05 OPENDTO-ATTR         PIC X.                               00001200
           05 FILLER               PIC X.                               00001210
           05 OPENDTO              PIC X(08).                           00001220
           05 FILLER               PIC X(02).                           00001230
           05 OPENBYO-ATTR         PIC X.                               00001240
           05 FILLER               PIC X.                               00001250
           05 OPENBYO              PIC X(08).                           00001260
           05 FILLER               PIC X(02).                           00001270
           05 OWNERO-ATTR          PIC X.                               00001280
           05 FILLER               PIC X.                               00001290
           05 OWNERO               PIC X(08).                           00001300
           05 FILLER               PIC X(02).                           00001310
           05 DUEDTO-ATTR          PIC X.                               00001320
           05 FILLER               PIC X.                               00001330
           05 DUEDTO               PIC X(08).                           00001340
           05 FILLER               PIC X(02).                           00001350
           05 SUPVO-ATTR           PIC X.                               00001360
           05 FILLER               PIC X.                               00001370
           05 SUPVO                PIC X(08).                           00001380
           05 FILLER               PIC X(02).                           00001390
           05 ESCDTO-ATTR          PIC X.                               00001400
           05 FILLER               PIC X.                               00001410
           05 ESCDTO               PIC X(08).                           00001420
           05 FILLER               PIC X(02).                           00001430
           05 SUMMO-ATTR           PIC X.                               00001440
           05 FILLER               PIC X.                               00001450
           05 SUMMO                PIC X(60).                           00001460
           05 FILLER               PIC X(02).                           00001470
           05 RESCDO-ATTR          PIC X.                               00001480
           05 FILLER               PIC X.                               00001490
           05 RESCDO               PIC X(04).                           00001500
           05 FILLER               PIC X(02).                           00001510
           05 CLSDTO-ATTR          PIC X.                               00001520
           05 FILLER               PIC X.                               00001530
           05 CLSDTO               PIC X(08).                           00001540
           05 FILLER               PIC X(02).                           00001550
           05 CLSBYO-ATTR          PIC X.                               00001560
           05 FILLER               PIC X.                               00001570
           05 CLSBYO               PIC X(08).                           00001580
           05 FILLER               PIC X(02).                           00001590
           05 UPDDTO-ATTR          PIC X.                               00001600
           05 FILLER               PIC X.                               00001610
           05 UPDDTO               PIC X(08).                           00001620
           05 FILLER               PIC X(02).                           00001630
           05 UPDBYO-ATTR          PIC X.                               00001640
           05 FILLER               PIC X.                               00001650
           05 UPDBYO               PIC X(08).                           00001660
           05 FILLER               PIC X(02).                           00001670
           05 ERRMSGO-ATTR         PIC X.                               00001680
           05 FILLER               PIC X.                               00001690
           05 ERRMSGO              PIC X(79).                           00001700
