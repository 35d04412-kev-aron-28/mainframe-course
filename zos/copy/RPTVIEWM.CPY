      ***************************************************************** 00000010
      * RPTVIEWM - SYMBOLIC MAP FOR THE RPTVIEWM ONLINE REPORT       *  00000020
      * VIEWER MAPSET.  ONE GROUP PER MAP FIELD: LENGTH, FLAG,       *  00000030
      * ATTRIBUTE, DATA                                              *  00000040
      ***************************************************************** 00000050
       01 RPTVIEWI.                                                     00000060
           05 FILLER               PIC X(12).                           00000070
           05 RPTIDL               COMP PIC S9(4).                      00000080
           05 RPTIDF               PIC X.                               00000090
           05 RPTIDA               PIC X.                               00000100
           05 RPTID                PIC X(08).                           00000110
           05 RUNDTL               COMP PIC S9(4).                      00000120
           05 RUNDTF               PIC X.                               00000130
           05 RUNDTA               PIC X.                               00000140
           05 RUNDT                PIC X(08).                           00000150
           05 PAGENOL              COMP PIC S9(4).                      00000160
           05 PAGENOF              PIC X.                               00000170
           05 PAGENOA              PIC X.                               00000180
           05 PAGENO               PIC X(05).                           00000190
           05 PAGESL               COMP PIC S9(4).                      00000200
           05 PAGESF               PIC X.                               00000210
           05 PAGESA               PIC X.                               00000220
           05 PAGES                PIC X(05).                           00000230
           05 ACCTL                COMP PIC S9(4).                      00000240
           05 ACCTF                PIC X.                               00000250
           05 ACCTA                PIC X.                               00000260
           05 ACCT                 PIC X(09).                           00000270
           05 DESCL                COMP PIC S9(4).                      00000280
           05 DESCF                PIC X.                               00000290
           05 DESCA                PIC X.                               00000300
           05 DESC                 PIC X(30).                           00000310
           05 LINENOL              COMP PIC S9(4).                      00000320
           05 LINENOF              PIC X.                               00000330
           05 LINENOA              PIC X.                               00000340
           05 LINENO               PIC X(03).                           00000350
           05 COLRNGL              COMP PIC S9(4).                      00000360
           05 COLRNGF              PIC X.                               00000370
           05 COLRNGA              PIC X.                               00000380
           05 COLRNG               PIC X(07).                           00000390
           05 LIN01L               COMP PIC S9(4).                      00000400
           05 LIN01F               PIC X.                               00000410
           05 LIN01A               PIC X.                               00000420
           05 LIN01                PIC X(79).                           00000430
           05 LIN02L               COMP PIC S9(4).                      00000440
           05 LIN02F               PIC X.                               00000450
           05 LIN02A               PIC X.                               00000460
           05 LIN02                PIC X(79).                           00000470
           05 LIN03L               COMP PIC S9(4).                      00000480
           05 LIN03F               PIC X.                               00000490
           05 LIN03A               PIC X.                               00000500
           05 LIN03                PIC X(79).                           00000510
           05 LIN04L               COMP PIC S9(4).                      00000520
           05 LIN04F               PIC X.                               00000530
           05 LIN04A               PIC X.                               00000540
           05 LIN04                PIC X(79).                           00000550
           05 LIN05L               COMP PIC S9(4).                      00000560
           05 LIN05F               PIC X.                               00000570
           05 LIN05A               PIC X.                               00000580
           05 LIN05                PIC X(79).                           00000590
           05 LIN06L               COMP PIC S9(4).                      00000600
           05 LIN06F               PIC X.                               00000610
           05 LIN06A               PIC X.                               00000620
           05 LIN06                PIC X(79).                           00000630
           05 LIN07L               COMP PIC S9(4).                      00000640
           05 LIN07F               PIC X.                               00000650
           05 LIN07A               PIC X.                               00000660
           05 LIN07                PIC X(79).                           00000670
           05 LIN08L               COMP PIC S9(4).                      00000680
           05 LIN08F               PIC X.                               00000690
           05 LIN08A               PIC X.                               00000700
           05 LIN08                PIC X(79).                           00000710
           05 LIN09L               COMP PIC S9(4).                      00000720
           05 LIN09F               PIC X.                               00000730
           05 LIN09A               PIC X.                               00000740
           05 LIN09                PIC X(79).                           00000750
           05 LIN10L               COMP PIC S9(4).                      00000760
           05 LIN10F               PIC X.                               00000770
           05 LIN10A               PIC X.                               00000780
           05 LIN10                PIC X(79).                           00000790
           05 LIN11L               COMP PIC S9(4).                      00000800
           05 LIN11F               PIC X.                               00000810
           05 LIN11A               PIC X.                               00000820
           05 LIN11                PIC X(79).                           00000830
           05 LIN12L               COMP PIC S9(4).                      00000840
           05 LIN12F               PIC X.                               00000850
           05 LIN12A               PIC X.                               00000860
           05 LIN12                PIC X(79).                           00000870
           05 LIN13L               COMP PIC S9(4).                      00000880
           05 LIN13F               PIC X.                               00000890
           05 LIN13A               PIC X.                               00000900
           05 LIN13                PIC X(79).                           00000910
           05 LIN14L               COMP PIC S9(4).                      00000920
           05 LIN14F               PIC X.                               00000930
           05 LIN14A               PIC X.                               00000940
           05 LIN14                PIC X(79).                           00000950
           05 LIN15L               COMP PIC S9(4).                      00000960
           05 LIN15F               PIC X.                               00000970
           05 LIN15A               PIC X.                               00000980
           05 LIN15                PIC X(79).                           00000990
           05 LIN16L               COMP PIC S9(4).                      00001000
           05 LIN16F               PIC X.                               00001010
           05 LIN16A               PIC X.                               00001020
           05 LIN16                PIC X(79).                           00001030
           05 LIN17L               COMP PIC S9(4).                      00001040
           05 LIN17F               PIC X.                               00001050
           05 LIN17A               PIC X.                               00001060
           05 LIN17                PIC X(79).                           00001070
           05 LIN18L               COMP PIC S9(4).                      00001080
           05 LIN18F               PIC X.                               00001090
           05 LIN18A               PIC X.                               00001100
           05 LIN18                PIC X(79).                           00001110
           05 ERRMSGL              COMP PIC S9(4).                      00001120
           05 ERRMSGF              PIC X.                               00001130
           05 ERRMSGA              PIC X.                               00001140
           05 ERRMSG               PIC X(79).                           00001150
                                                                        00001160
       01 RPTVIEWO REDEFINES RPTVIEWI.                                  00001170
           05 FILLER               PIC X(12).                           00001180
           05 FILLER               PIC X(02).                           00001190
           05 RPTIDO-ATTR          PIC X.                               00001200
           05 FILLER               PIC X.                               00001210
           05 RPTIDO               PIC X(08).                           00001220
           05 FILLER               PIC X(02).                           00001230
           05 RUNDTO-ATTR          PIC X.                               00001240
           05 FILLER               PIC X.                               00001250
           05 RUNDTO               PIC X(08).                           00001260
           05 FILLER               PIC X(02).                           00001270
           05 PAGENOO-ATTR         PIC X.                               00001280
           05 FILLER               PIC X.                               00001290
           05 PAGENOO              PIC X(05).                           00001300
           05 FILLER               PIC X(02).                           00001310
           05 PAGESO-ATTR          PIC X.                               00001320
           05 FILLER               PIC X.                               00001330
           05 PAGESO               PIC X(05).                           00001340
           05 FILLER               PIC X(02).                           00001350
           05 ACCTO-ATTR           PIC X.                               00001360
           05 FILLER               PIC X.                               00001370
           05 ACCTO                PIC X(09).                           00001380
           05 FILLER               PIC X(02).                           00001390
           05 DESCO-ATTR           PIC X.                               00001400
           05 FILLER               PIC X.                               00001410
           05 DESCO                PIC X(30).                           00001420
           05 FILLER               PIC X(02).                           00001430
           05 LINENOO-ATTR         PIC X.                               00001440
           05 FILLER               PIC X.                               00001450
           05 LINENOO              PIC X(03).                           00001460
           05 FILLER               PIC X(02).                           00001470
           05 COLRNGO-ATTR         PIC X.                               00001480
           05 FILLER               PIC X.                               00001490
           05 COLRNGO              PIC X(07).                           00001500
           05 FILLER               PIC X(02).                           00001510
           05 LIN01O-ATTR          PIC X.                               00001520
           05 FILLER               PIC X.                               00001530
           05 LIN01O               PIC X(79).                           00001540
           05 FILLER               PIC X(02).                           00001550
           05 LIN02O-ATTR          PIC X.                               00001560
           05 FILLER               PIC X.                               00001570
           05 LIN02O               PIC X(79).                           00001580
           05 FILLER               PIC X(02).                           00001590
           05 LIN03O-ATTR          PIC X.                               00001600
           05 FILLER               PIC X.                               00001610
           05 LIN03O               PIC X(79).                           00001620
           05 FILLER               PIC X(02).                           00001630
           05 LIN04O-ATTR          PIC X.                               00001640
           05 FILLER               PIC X.                               00001650
           05 LIN04O               PIC X(79).                           00001660
           05 FILLER               PIC X(02).                           00001670
           05 LIN05O-ATTR          PIC X.                               00001680
           05 FILLER               PIC X.                               00001690
           05 LIN05O               PIC X(79).                           00001700
           05 FILLER               PIC X(02).                           00001710
           05 LIN06O-ATTR          PIC X.                               00001720
           05 FILLER               PIC X.                               00001730
           05 LIN06O               PIC X(79).                           00001740
           05 FILLER               PIC X(02).                           00001750
           05 LIN07O-ATTR          PIC X.                               00001760
           05 FILLER               PIC X.                               00001770
           05 LIN07O               PIC X(79).                           00001780
           05 FILLER               PIC X(02).                           00001790
           05 LIN08O-ATTR          PIC X.                               00001800
           05 FILLER               PIC X.                               00001810
           05 LIN08O               PIC X(79).                           00001820
           05 FILLER               PIC X(02).                           00001830
           05 LIN09O-ATTR          PIC X.                               00001840
           05 FILLER               PIC X.                               00001850
           05 LIN09O               PIC X(79).                           00001860
           05 FILLER               PIC X(02).                           00001870
           05 LIN10O-ATTR          PIC X.                               00001880
           05 FILLER               PIC X.                               00001890
           05 LIN10O               PIC X(79).                           00001900
           05 FILLER               PIC X(02).                           00001910
           05 LIN11O-ATTR          PIC X.                               00001920
           05 FILLER               PIC X.                               00001930
           05 LIN11O               PIC X(79).                           00001940
           05 FILLER               PIC X(02).                           00001950
           05 LIN12O-ATTR          PIC X.                               00001960
           05 FILLER               PIC X.                               00001970
           05 LIN12O               PIC X(79).                           00001980
           05 FILLER               PIC X(02).                           00001990
           05 LIN13O-ATTR          PIC X.                               00002000
           05 FILLER               PIC X.                               00002010
           05 LIN13O               PIC X(79).                           00002020
           05 FILLER               PIC X(02).                           00002030
           05 LIN14O-ATTR          PIC X.                               00002040
           05 FILLER               PIC X.                               00002050
           05 LIN14O               PIC X(79).                           00002060
           05 FILLER               PIC X(02).                           00002070
           05 LIN15O-ATTR          PIC X.                               00002080
           05 FILLER               PIC X.                               00002090
           05 LIN15O               PIC X(79).                           00002100
           05 FILLER               PIC X(02).                           00002110
           05 LIN16O-ATTR          PIC X.                               00002120
           05 FILLER               PIC X.                               00002130
           05 LIN16O               PIC X(79).                           00002140
           05 FILLER               PIC X(02).                           00002150
           05 LIN17O-ATTR          PIC X.                               00002160
           05 FILLER               PIC X.                               00002170
           05 LIN17O               PIC X(79).                           00002180
           05 FILLER               PIC X(02).                           00002190
           05 LIN18O-ATTR          PIC X.                               00002200
           05 FILLER               PIC X.                               00002210
           05 LIN18O               PIC X(79).                           00002220
           05 FILLER               PIC X(02).                           00002230
           05 ERRMSGO-ATTR         PIC X.                               00002240
           05 FILLER               PIC X.                               00002250
           05 ERRMSGO              PIC X(79).                           00002260
