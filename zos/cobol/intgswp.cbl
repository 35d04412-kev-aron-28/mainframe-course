       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. INTGSWP.                                             00000020
       AUTHOR. DATA CENTER APPLICATIONS.                                00000030
       DATE-WRITTEN. 10/15/2026.                                        00000040
       DATE-COMPILED. 10/15/2026.                                       00000050
       INSTALLATION. DATA CENTER APPLICATIONS.                          00000060
       SECURITY. PUBLIC.                                                00000070
      * ********************************************************        00000080
      * WEEKLY REFERENTIAL-INTEGRITY SWEEP.  XREFVAL PROVES      *      00000090
      * ACCOUNTS AGAINST CUSTOMERS EVERY NIGHT; THIS RUN TESTS   *      00000100
      * THE OTHER JOINS THE SHOP RELIES ON:                      *      00000110
      *   POSTMYF  - POSTHIST ENTRIES FOR ACCOUNTS NOT ON MYFILE *      00000120
      *   CONTMYF  - CONTRACTS FOR ACCOUNTS NOT ON MYFILE        *      00000130
      *   HSHLDCST - HOUSEHOLD LINKS TO CUSTOMERS MERGED AWAY BY *      00000140
      *              CUSTDEDU, ERASED BY CUSTERAS, OR NOT ON THE *      00000150
      *              CUSTOMER MASTER AT ALL                      *      00000160
      *   CONDCST  - CONDI DECISION HISTORY FILED UNDER A        *      00000170
      *              CUSTOMER NUMBER CUSTDEDU HAS RETIRED        *      00000180
      *   GRADSTU  - GRADES FOR STUDENTS NOT ON THE MASTER       *      00000190
      *   ATTNSTU  - ATTENDANCE FOR STUDENTS NOT ON THE MASTER   *      00000200
      * EACH RELATIONSHIP HAS ITS OWN EXCEPTIONS REPORT.  THE    *      00000210
      * WEEK'S COUNT FOR EACH IS APPENDED TO THE CUMULATIVE      *      00000220
      * HISTORY, AND EVERY REPORT CLOSES WITH ITS TREND: ONE     *      00000230
      * LINE PER WEEKLY RUN WITH THE CHANGE FROM THE RUN BEFORE. *      00000240
      * A MISSING INPUT SKIPS ITS RELATIONSHIP (RC 4); NOTHING   *      00000250
      * IS UPDATED - CORRECTIONS GO THROUGH THE OWNING SYSTEMS.  *      00000260
      * ********************************************************        00000270
       ENVIRONMENT DIVISION.                                            00000280
       INPUT-OUTPUT SECTION.                                            00000290
       FILE-CONTROL.                                                    00000300
           SELECT MYFILE                                                00000310
           ASSIGN TO MYDD                                               00000320
           ORGANIZATION IS INDEXED                                      00000330
           ACCESS MODE IS RANDOM                                        00000340
           RECORD KEY IS MYFREC-KEY OF MYFILE-RECORDS                   00000350
           FILE STATUS IS FS-MYFILE.                                    00000360
           SELECT POST-HIST-FILE                                        00000370
           ASSIGN TO POSTHIST                                           00000380
           ORGANIZATION IS SEQUENTIAL                                   00000390
           FILE STATUS IS FS-POST-HIST-FILE.                            00000400
           SELECT CONTRACT-FILE                                         00000410
           ASSIGN TO CONTRACT                                           00000420
           ORGANIZATION IS INDEXED                                      00000430
           ACCESS MODE IS SEQUENTIAL                                    00000440
           RECORD KEY IS CON-TRAN-ID                                    00000450
           FILE STATUS IS FS-CONTRACT-FILE.                             00000460
           SELECT CUST-MASTER-FILE                                      00000470
           ASSIGN TO CUSTMAST                                           00000480
           ORGANIZATION IS SEQUENTIAL                                   00000490
           FILE STATUS IS FS-CUST-MASTER-FILE.                          00000500
           SELECT MERGE-XREF-FILE                                       00000510
           ASSIGN TO MRGXREF                                            00000520
           ORGANIZATION IS SEQUENTIAL                                   00000530
           FILE STATUS IS FS-MERGE-XREF-FILE.                           00000540
           SELECT CERT-FILE                                             00000550
           ASSIGN TO ERSCERT                                            00000560
           ORGANIZATION IS SEQUENTIAL                                   00000570
           FILE STATUS IS FS-CERT-FILE.                                 00000580
           SELECT HOUSEHOLD-FILE                                        00000590
           ASSIGN TO HSHLDIN                                            00000600
           ORGANIZATION IS SEQUENTIAL                                   00000610
           FILE STATUS IS FS-HOUSEHOLD-FILE.                            00000620
           SELECT HIST-FILE                                             00000630
           ASSIGN TO CONDHIST                                           00000640
           ORGANIZATION IS SEQUENTIAL                                   00000650
           FILE STATUS IS FS-HIST-FILE.                                 00000660
           SELECT STUDENT-MASTER-FILE                                   00000670
           ASSIGN TO STUDIN                                             00000680
           ORGANIZATION IS SEQUENTIAL                                   00000690
           FILE STATUS IS FS-STUDENT-MASTER-FILE.                       00000700
           SELECT GRADE-TRAN-FILE                                       00000710
           ASSIGN TO GRADEIN                                            00000720
           ORGANIZATION IS SEQUENTIAL                                   00000730
           FILE STATUS IS FS-GRADE-TRAN-FILE.                           00000740
           SELECT ATTENDANCE-FILE                                       00000750
           ASSIGN TO ATTNIN                                             00000760
           ORGANIZATION IS SEQUENTIAL                                   00000770
           FILE STATUS IS FS-ATTENDANCE-FILE.                           00000780
           SELECT INTG-HIST-FILE                                        00000790
           ASSIGN TO INTGHIST                                           00000800
           ORGANIZATION IS SEQUENTIAL                                   00000810
           FILE STATUS IS FS-INTG-HIST-FILE.                            00000820
           SELECT POST-RPT-FILE                                         00000830
           ASSIGN TO IRPOST                                             00000840
           ORGANIZATION IS SEQUENTIAL                                   00000850
           FILE STATUS IS FS-POST-RPT-FILE.                             00000860
           SELECT CONT-RPT-FILE                                         00000870
           ASSIGN TO IRCONT                                             00000880
           ORGANIZATION IS SEQUENTIAL                                   00000890
           FILE STATUS IS FS-CONT-RPT-FILE.                             00000900
           SELECT HSHLD-RPT-FILE                                        00000910
           ASSIGN TO IRHSHLD                                            00000920
           ORGANIZATION IS SEQUENTIAL                                   00000930
           FILE STATUS IS FS-HSHLD-RPT-FILE.                            00000940
           SELECT COND-RPT-FILE                                         00000950
           ASSIGN TO IRCOND                                             00000960
           ORGANIZATION IS SEQUENTIAL                                   00000970
           FILE STATUS IS FS-COND-RPT-FILE.                             00000980
           SELECT GRADE-RPT-FILE                                        00000990
           ASSIGN TO IRGRADE                                            00001000
           ORGANIZATION IS SEQUENTIAL                                   00001010
           FILE STATUS IS FS-GRADE-RPT-FILE.                            00001020
           SELECT ATTN-RPT-FILE                                         00001030
           ASSIGN TO IRATTN                                             00001040
           ORGANIZATION IS SEQUENTIAL                                   00001050
           FILE STATUS IS FS-ATTN-RPT-FILE.                             00001060
           SELECT PROC-DATE-FILE                                        00001070
           ASSIGN TO PROCDATE                                           00001080
           ORGANIZATION IS SEQUENTIAL                                   00001090
           FILE STATUS IS FS-PROC-DATE-FILE.                            00001100
       DATA DIVISION.                                                   00001110
       FILE SECTION.                                                    00001120
       FD MYFILE.                                                       00001130
       COPY MYFREC.                                                     00001140
                                                                        00001150
       FD POST-HIST-FILE.                                               00001160
       COPY POSTHIST.                                                   00001170
                                                                        00001180
       FD CONTRACT-FILE.                                                00001190
       COPY CONTRACT.                                                   00001200
                                                                        00001210
       FD CUST-MASTER-FILE.                                             00001220
       COPY CUSTREC.                                                    00001230
                                                                        00001240
      *> ***************************************************************00001250
      *> CUSTDEDU'S RETIRED-TO-SURVIVOR CROSS-REFERENCE AND CUSTERAS'S  00001260
      *> COMPLETION CERTIFICATES, AS THOSE PROGRAMS WRITE THEM          00001270
      *> ***************************************************************00001280
       FD MERGE-XREF-FILE.                                              00001290
       01 MERGE-XREF-REC.                                               00001300
           05 XREF-RETIRED-ID       PIC 9(09).                          00001310
           05 XREF-SURVIVOR-ID      PIC 9(09).                          00001320
           05 XREF-MERGE-DATE       PIC 9(08).                          00001330
                                                                        00001340
       FD CERT-FILE.                                                    00001350
       01 CERT-RECORD.                                                  00001360
           05 CERT-CUST-ID          PIC 9(09).                          00001370
           05 CERT-REQ-DATE         PIC 9(08).                          00001380
           05 CERT-DONE-DATE        PIC 9(08).                          00001390
           05 CERT-APPROVED-BY      PIC X(08).                          00001400
           05 CERT-LINKS-RETIRED    PIC 9(03).                          00001410
           05 FILLER                PIC X(04).                          00001420
                                                                        00001430
       FD HOUSEHOLD-FILE.                                               00001440
       COPY HSHLDREC.                                                   00001450
                                                                        00001460
       FD HIST-FILE.                                                    00001470
       01 HIST-RECORD.                                                  00001480
           05 HST-APPL-ID           PIC 9(09).                          00001490
           05 HST-DECISION          PIC X(10).                          00001500
           05 HST-DATE              PIC 9(08).                          00001510
           05 HST-PRODUCT-CD        PIC X(04).                          00001520
           05 FILLER                PIC X(49).                          00001530
                                                                        00001540
       FD STUDENT-MASTER-FILE.                                          00001550
       COPY STUDREC.                                                    00001560
                                                                        00001570
       FD GRADE-TRAN-FILE.                                              00001580
       COPY GRADEREC.                                                   00001590
                                                                        00001600
       FD ATTENDANCE-FILE.                                              00001610
       COPY ATTNREC.                                                    00001620
                                                                        00001630
      *> ***************************************************************00001640
      *> ONE HISTORY RECORD PER RELATIONSHIP PER WEEKLY RUN             00001650
      *> ***************************************************************00001660
       FD INTG-HIST-FILE.                                               00001670
       01 INTG-HIST-RECORD.                                             00001680
           05 IGH-DATE              PIC 9(08).                          00001690
           05 IGH-REL-CD            PIC X(08).                          00001700
           05 IGH-EXCP-COUNT        PIC 9(09).                          00001710
           05 IGH-TOTAL-COUNT       PIC 9(09).                          00001720
           05 FILLER                PIC X(06).                          00001730
                                                                        00001740
       FD POST-RPT-FILE.                                                00001750
       01 POST-RPT-LINE             PIC X(133).                         00001760
                                                                        00001770
       FD CONT-RPT-FILE.                                                00001780
       01 CONT-RPT-LINE             PIC X(133).                         00001790
                                                                        00001800
       FD HSHLD-RPT-FILE.                                               00001810
       01 HSHLD-RPT-LINE            PIC X(133).                         00001820
                                                                        00001830
       FD COND-RPT-FILE.                                                00001840
       01 COND-RPT-LINE             PIC X(133).                         00001850
                                                                        00001860
       FD GRADE-RPT-FILE.                                               00001870
       01 GRADE-RPT-LINE            PIC X(133).                         00001880
                                                                        00001890
       FD ATTN-RPT-FILE.                                                00001900
       01 ATTN-RPT-LINE             PIC X(133).                         00001910
                                                                        00001920
       FD PROC-DATE-FILE.                                               00001930
       COPY PROCDREC.                                                   00001940
                                                                        00001950
       WORKING-STORAGE SECTION.                                         00001960
       01 FS-MYFILE PIC XX.                                             00001970
       01 FS-POST-HIST-FILE PIC XX.                                     00001980
       01 FS-CONTRACT-FILE PIC XX.                                      00001990
       01 FS-CUST-MASTER-FILE PIC XX.                                   00002000
       01 FS-MERGE-XREF-FILE PIC XX.                                    00002010
       01 FS-CERT-FILE PIC XX.                                          00002020
       01 FS-HOUSEHOLD-FILE PIC XX.                                     00002030
       01 FS-HIST-FILE PIC XX.                                          00002040
       01 FS-STUDENT-MASTER-FILE PIC XX.                                00002050
       01 FS-GRADE-TRAN-FILE PIC XX.                                    00002060
       01 FS-ATTENDANCE-FILE PIC XX.                                    00002070
       01 FS-INTG-HIST-FILE PIC XX.                                     00002080
       01 FS-POST-RPT-FILE PIC XX.                                      00002090
       01 FS-CONT-RPT-FILE PIC XX.                                      00002100
       01 FS-HSHLD-RPT-FILE PIC XX.                                     00002110
       01 FS-COND-RPT-FILE PIC XX.                                      00002120
       01 FS-GRADE-RPT-FILE PIC XX.                                     00002130
       01 FS-ATTN-RPT-FILE PIC XX.                                      00002140
       COPY PROCDCPY.                                                   00002150
                                                                        00002160
       01 WS-EOF-SW PIC X(01) VALUE 'N'.                                00002170
           88 WS-EOF VALUE 'Y'.                                         00002180
       01 WS-HIST-EOF-SW PIC X(01) VALUE 'N'.                           00002190
           88 WS-HIST-EOF VALUE 'Y'.                                    00002200
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.                              00002210
           88 WS-FOUND VALUE 'Y'.                                       00002220
       01 WS-MYFILE-OPEN-SW PIC X(01) VALUE 'N'.                        00002230
           88 WS-MYFILE-OPEN VALUE 'Y'.                                 00002240
       01 WS-CUST-LOADED-SW PIC X(01) VALUE 'N'.                        00002250
           88 WS-CUST-LOADED VALUE 'Y'.                                 00002260
       01 WS-STUD-LOADED-SW PIC X(01) VALUE 'N'.                        00002270
           88 WS-STUD-LOADED VALUE 'Y'.                                 00002280
                                                                        00002290
       01 WS-RUN-DATE PIC 9(08) VALUE ZEROES.                           00002300
       01 WS-CHECK-ACCT-NO PIC 9(09) VALUE ZEROES.                      00002310
       01 WS-CHECK-CUST-ID PIC 9(09) VALUE ZEROES.                      00002320
       01 WS-CHECK-STUD-ID PIC 9(05) VALUE ZEROES.                      00002330
       01 WS-SURVIVOR-ID PIC 9(09) VALUE ZEROES.                        00002340
                                                                        00002350
      *> ***************************************************************00002360
      *> THE REFERENCE SIDES OF THE JOINS.  A TABLE THAT OVERFLOWS      00002370
      *> STOPS THE RUN: A PARTIAL TABLE WOULD REPORT EVERY ID LEFT OUT  00002380
      *> OF IT AS AN ORPHAN                                             00002390
      *> ***************************************************************00002400
       01 WS-CUST-TABLE.                                                00002410
           05 WS-CUST-ENTRY OCCURS 5000 TIMES.                          00002420
               10 TBL-CUST-ID           PIC 9(09).                      00002430
       01 WS-CUST-COUNT PIC 9(04) VALUE ZEROES.                         00002440
       01 WS-CUST-MAX PIC 9(04) VALUE 5000.                             00002450
       01 WS-CUST-SUB PIC 9(04) VALUE ZEROES.                           00002460
                                                                        00002470
       01 WS-MERGE-TABLE.                                               00002480
           05 WS-MERGE-ENTRY OCCURS 2000 TIMES.                         00002490
               10 TBL-MRG-RETIRED-ID    PIC 9(09).                      00002500
               10 TBL-MRG-SURVIVOR-ID   PIC 9(09).                      00002510
       01 WS-MERGE-COUNT PIC 9(04) VALUE ZEROES.                        00002520
       01 WS-MERGE-MAX PIC 9(04) VALUE 2000.                            00002530
       01 WS-MERGE-SUB PIC 9(04) VALUE ZEROES.                          00002540
                                                                        00002550
       01 WS-ERASE-TABLE.                                               00002560
           05 WS-ERASE-ENTRY OCCURS 2000 TIMES.                         00002570
               10 TBL-ERS-CUST-ID       PIC 9(09).                      00002580
       01 WS-ERASE-COUNT PIC 9(04) VALUE ZEROES.                        00002590
       01 WS-ERASE-MAX PIC 9(04) VALUE 2000.                            00002600
       01 WS-ERASE-SUB PIC 9(04) VALUE ZEROES.                          00002610
                                                                        00002620
       01 WS-STUD-TABLE.                                                00002630
           05 WS-STUD-ENTRY OCCURS 2000 TIMES.                          00002640
               10 TBL-STUD-ID           PIC 9(05).                      00002650
       01 WS-STUD-COUNT PIC 9(04) VALUE ZEROES.                         00002660
       01 WS-STUD-MAX PIC 9(04) VALUE 2000.                             00002670
       01 WS-STUD-SUB PIC 9(04) VALUE ZEROES.                           00002680
                                                                        00002690
      *> ***************************************************************00002700
      *> ONE ENTRY PER RELATIONSHIP: ITS CODE, THIS WEEK'S EXCEPTIONS,  00002710
      *> THE RECORDS TESTED, AND WHETHER ITS INPUTS WERE THERE TO TEST  00002720
      *> ***************************************************************00002730
       01 WS-REL-NAMES.                                                 00002740
           05 FILLER PIC X(08) VALUE 'POSTMYF '.                        00002750
           05 FILLER PIC X(08) VALUE 'CONTMYF '.                        00002760
           05 FILLER PIC X(08) VALUE 'HSHLDCST'.                        00002770
           05 FILLER PIC X(08) VALUE 'CONDCST '.                        00002780
           05 FILLER PIC X(08) VALUE 'GRADSTU '.                        00002790
           05 FILLER PIC X(08) VALUE 'ATTNSTU '.                        00002800
       01 WS-REL-TABLE REDEFINES WS-REL-NAMES.                          00002810
           05 WS-REL-CD OCCURS 6 TIMES PIC X(08).                       00002820
       01 WS-REL-COUNTS.                                                00002830
           05 WS-REL-COUNT-ENTRY OCCURS 6 TIMES.                        00002840
               10 WS-REL-EXCP           PIC 9(09).                      00002850
               10 WS-REL-TOTAL          PIC 9(09).                      00002860
               10 WS-REL-RUN-SW         PIC X(01).                      00002870
       01 WS-REL-SUB PIC 9(01) VALUE ZEROES.                            00002880
       01 WS-REL-POSTMYF PIC 9(01) VALUE 1.                             00002890
       01 WS-REL-CONTMYF PIC 9(01) VALUE 2.                             00002900
       01 WS-REL-HSHLDCST PIC 9(01) VALUE 3.                            00002910
       01 WS-REL-CONDCST PIC 9(01) VALUE 4.                             00002920
       01 WS-REL-GRADSTU PIC 9(01) VALUE 5.                             00002930
       01 WS-REL-ATTNSTU PIC 9(01) VALUE 6.                             00002940
                                                                        00002950
       01 WS-PRIOR-COUNT PIC 9(09) VALUE ZEROES.                        00002960
       01 WS-PRIOR-SW PIC X(01) VALUE 'N'.                              00002970
           88 WS-PRIOR-SEEN VALUE 'Y'.                                  00002980
       01 WS-CHANGE PIC S9(09) VALUE ZEROES.                            00002990
       COPY ABENDCPY.                                                   00003000
                                                                        00003010
       01 WS-RPT-LINE PIC X(133) VALUE SPACES.                          00003020
                                                                        00003030
       01 WS-HDR-LINE-1.                                                00003040
           05 FILLER PIC X(01) VALUE '1'.                               00003050
           05 FILLER PIC X(38)                                          00003060
              VALUE 'INTGSWP - REFERENTIAL INTEGRITY SWEEP'.            00003070
           05 FILLER PIC X(10) VALUE ' RUN DATE '.                      00003080
           05 HDR-RUN-DATE PIC 9(08).                                   00003090
                                                                        00003100
       01 WS-HDR-LINE-2.                                                00003110
           05 FILLER PIC X(01) VALUE SPACE.                             00003120
           05 FILLER PIC X(14) VALUE 'RELATIONSHIP '.                   00003130
           05 HDR-REL-CD PIC X(08).                                     00003140
           05 FILLER PIC X(03) VALUE ' - '.                             00003150
           05 HDR-REL-TEXT PIC X(60).                                   00003160
                                                                        00003170
       01 WS-DTL-LINE.                                                  00003180
           05 FILLER PIC X(01) VALUE SPACE.                             00003190
           05 DTL-KEY-TEXT PIC X(50).                                   00003200
           05 FILLER PIC X(02) VALUE SPACES.                            00003210
           05 DTL-REASON PIC X(40).                                     00003220
                                                                        00003230
       01 WS-SKIP-LINE.                                                 00003240
           05 FILLER PIC X(01) VALUE '0'.                               00003250
           05 FILLER PIC X(50)                                          00003260
              VALUE 'NOT TESTED THIS WEEK - AN INPUT WAS NOT AVAILABLE'.00003270
                                                                        00003280
       01 WS-TOTAL-LINE.                                                00003290
           05 FILLER PIC X(01) VALUE '0'.                               00003300
           05 FILLER PIC X(18) VALUE 'RECORDS TESTED   '.               00003310
           05 TOT-TESTED PIC ZZZ,ZZZ,ZZ9.                               00003320
           05 FILLER PIC X(16) VALUE '   EXCEPTIONS  '.                 00003330
           05 TOT-EXCP PIC ZZZ,ZZZ,ZZ9.                                 00003340
                                                                        00003350
       01 WS-TREND-HDR-LINE.                                            00003360
           05 FILLER PIC X(01) VALUE '0'.                               00003370
           05 FILLER PIC X(44)                                          00003380
              VALUE 'TREND      RUN DATE    EXCEPTIONS    CHANGE'.      00003390
                                                                        00003400
       01 WS-TREND-LINE.                                                00003410
           05 FILLER PIC X(01) VALUE SPACE.                             00003420
           05 FILLER PIC X(11) VALUE SPACES.                            00003430
           05 TRD-DATE PIC 9(08).                                       00003440
           05 FILLER PIC X(03) VALUE SPACES.                            00003450
           05 TRD-EXCP PIC ZZZ,ZZZ,ZZ9.                                 00003460
           05 FILLER PIC X(03) VALUE SPACES.                            00003470
           05 TRD-CHANGE PIC +++,+++,++9.                               00003480
                                                                        00003490
       PROCEDURE DIVISION.                                              00003500
       0000-MAIN.                                                       00003510
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       00003520
           PERFORM 2000-CHECK-POSTHIST THRU 2000-EXIT                   00003530
           PERFORM 2500-CHECK-CONTRACTS THRU 2500-EXIT                  00003540
           PERFORM 3000-CHECK-HOUSEHOLDS THRU 3000-EXIT                 00003550
           PERFORM 3500-CHECK-COND-HIST THRU 3500-EXIT                  00003560
           PERFORM 4000-CHECK-GRADES THRU 4000-EXIT                     00003570
           PERFORM 4500-CHECK-ATTENDANCE THRU 4500-EXIT                 00003580
           PERFORM 5000-WRITE-COUNTS THRU 5000-EXIT                     00003590
           PERFORM 6000-PRINT-TRENDS THRU 6000-EXIT                     00003600
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        00003610
           MOVE WS-STD-RETURN-CODE TO RETURN-CODE                       00003620
           GOBACK.                                                      00003630
                                                                        00003640
      *> ***************************************************************00003650
      *> THE REPORTS, EACH WITH ITS HEADING, AND THE REFERENCE TABLES.  00003660
      *> MYFILE IS READ BY KEY; A WEEK WITHOUT IT CANNOT TEST THE TWO   00003670
      *> ACCOUNT RELATIONSHIPS BUT STILL TESTS THE REST                 00003680
      *> ***************************************************************00003690
       1000-INITIALIZE.                                                 00003700
           PERFORM 8500-READ-PROC-DATE THRU 8500-EXIT                   00003710
           IF WS-PROCESS-DATE > 0                                       00003720
              MOVE WS-PROCESS-DATE TO WS-RUN-DATE                       00003730
           ELSE                                                         00003740
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                     00003750
           END-IF                                                       00003760
           MOVE WS-RUN-DATE TO HDR-RUN-DATE                             00003770
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1                       00003780
                    UNTIL WS-REL-SUB > 6                                00003790
             MOVE ZEROES TO WS-REL-EXCP (WS-REL-SUB)                    00003800
             MOVE ZEROES TO WS-REL-TOTAL (WS-REL-SUB)                   00003810
             MOVE 'N' TO WS-REL-RUN-SW (WS-REL-SUB)                     00003820
           END-PERFORM                                                  00003830
                                                                        00003840
           OPEN OUTPUT POST-RPT-FILE                                    00003850
           IF FS-POST-RPT-FILE NOT = "00"                               00003860
              MOVE "OPEN FAILED ON POST-RPT-FILE" TO WS-ABEND-MESSAGE   00003870
              GO TO 9999-ABEND                                          00003880
           END-IF                                                       00003890
           OPEN OUTPUT CONT-RPT-FILE                                    00003900
           IF FS-CONT-RPT-FILE NOT = "00"                               00003910
              MOVE "OPEN FAILED ON CONT-RPT-FILE" TO WS-ABEND-MESSAGE   00003920
              GO TO 9999-ABEND                                          00003930
           END-IF                                                       00003940
           OPEN OUTPUT HSHLD-RPT-FILE                                   00003950
           IF FS-HSHLD-RPT-FILE NOT = "00"                              00003960
              MOVE "OPEN FAILED ON HSHLD-RPT-FILE" TO WS-ABEND-MESSAGE  00003970
              GO TO 9999-ABEND                                          00003980
           END-IF                                                       00003990
           OPEN OUTPUT COND-RPT-FILE                                    00004000
           IF FS-COND-RPT-FILE NOT = "00"                               00004010
              MOVE "OPEN FAILED ON COND-RPT-FILE" TO WS-ABEND-MESSAGE   00004020
              GO TO 9999-ABEND                                          00004030
           END-IF                                                       00004040
           OPEN OUTPUT GRADE-RPT-FILE                                   00004050
           IF FS-GRADE-RPT-FILE NOT = "00"                              00004060
              MOVE "OPEN FAILED ON GRADE-RPT-FILE" TO WS-ABEND-MESSAGE  00004070
              GO TO 9999-ABEND                                          00004080
           END-IF                                                       00004090
           OPEN OUTPUT ATTN-RPT-FILE                                    00004100
           IF FS-ATTN-RPT-FILE NOT = "00"                               00004110
              MOVE "OPEN FAILED ON ATTN-RPT-FILE" TO WS-ABEND-MESSAGE   00004120
              GO TO 9999-ABEND                                          00004130
           END-IF                                                       00004140
           PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT                   00004150
                                                                        00004160
           OPEN INPUT MYFILE                                            00004170
           EVALUATE FS-MYFILE                                           00004180
             WHEN "00"                                                  00004190
               SET WS-MYFILE-OPEN TO TRUE                               00004200
             WHEN "35"                                                  00004210
               DISPLAY "MYFILE NOT FOUND, ACCOUNT JOINS NOT TESTED"     00004220
               SET RC-WARNING TO TRUE                                   00004230
             WHEN OTHER                                                 00004240
               MOVE "OPEN FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00004250
               GO TO 9999-ABEND                                         00004260
           END-EVALUATE                                                 00004270
           PERFORM 1200-LOAD-CUSTOMERS THRU 1200-EXIT                   00004280
           PERFORM 1300-LOAD-MERGES THRU 1300-EXIT                      00004290
           PERFORM 1400-LOAD-ERASURES THRU 1400-EXIT                    00004300
           PERFORM 1500-LOAD-STUDENTS THRU 1500-EXIT.                   00004310
       1000-EXIT.                                                       00004320
           EXIT.                                                        00004330
                                                                        00004340
       1100-WRITE-HEADINGS.                                             00004350
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1                       00004360
                    UNTIL WS-REL-SUB > 6                                00004370
             MOVE WS-REL-CD (WS-REL-SUB) TO HDR-REL-CD                  00004380
             EVALUATE WS-REL-SUB                                        00004390
               WHEN 1                                                   00004400
                 MOVE 'INTEREST POSTING HISTORY AGAINST MYFILE'         00004410
                   TO HDR-REL-TEXT                                      00004420
               WHEN 2                                                   00004430
                 MOVE 'CONTRACT MASTER AGAINST MYFILE'                  00004440
                   TO HDR-REL-TEXT                                      00004450
               WHEN 3                                                   00004460
                 MOVE 'HOUSEHOLD LINKS AGAINST THE CUSTOMER MASTER'     00004470
                   TO HDR-REL-TEXT                                      00004480
               WHEN 4                                                   00004490
                 MOVE 'CONDI DECISION HISTORY AGAINST RETIRED IDS'      00004500
                   TO HDR-REL-TEXT                                      00004510
               WHEN 5                                                   00004520
                 MOVE 'GRADES AGAINST THE STUDENT MASTER'               00004530
                   TO HDR-REL-TEXT                                      00004540
               WHEN OTHER                                               00004550
                 MOVE 'ATTENDANCE AGAINST THE STUDENT MASTER'           00004560
                   TO HDR-REL-TEXT                                      00004570
             END-EVALUATE                                               00004580
             MOVE WS-HDR-LINE-1 TO WS-RPT-LINE                          00004590
             PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT                 00004600
             MOVE WS-HDR-LINE-2 TO WS-RPT-LINE                          00004610
             PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT                 00004620
           END-PERFORM.                                                 00004630
       1100-EXIT.                                                       00004640
           EXIT.                                                        00004650
                                                                        00004660
       1200-LOAD-CUSTOMERS.                                             00004670
           OPEN INPUT CUST-MASTER-FILE                                  00004680
           EVALUATE FS-CUST-MASTER-FILE                                 00004690
             WHEN "00"                                                  00004700
               SET WS-CUST-LOADED TO TRUE                               00004710
               MOVE 'N' TO WS-EOF-SW                                    00004720
               PERFORM UNTIL WS-EOF                                     00004730
                 READ CUST-MASTER-FILE                                  00004740
                   AT END                                               00004750
                     SET WS-EOF TO TRUE                                 00004760
                   NOT AT END                                           00004770
                     IF WS-CUST-COUNT NOT < WS-CUST-MAX                 00004780
                        MOVE "CUSTOMERS EXCEED THE CUSTOMER TABLE" TO   00004790
                           WS-ABEND-MESSAGE                             00004800
                        GO TO 9999-ABEND                                00004810
                     END-IF                                             00004820
                     ADD 1 TO WS-CUST-COUNT                             00004830
                     MOVE CUST-ID TO TBL-CUST-ID (WS-CUST-COUNT)        00004840
                 END-READ                                               00004850
               END-PERFORM                                              00004860
               CLOSE CUST-MASTER-FILE                                   00004870
               DISPLAY "CUSTOMERS LOADED: " WS-CUST-COUNT               00004880
             WHEN "35"                                                  00004890
               DISPLAY "NO CUSTOMER MASTER, HOUSEHOLD JOIN NOT TESTED"  00004900
               SET RC-WARNING TO TRUE                                   00004910
             WHEN OTHER                                                 00004920
               MOVE "OPEN FAILED ON CUST-MASTER-FILE" TO                00004930
                  WS-ABEND-MESSAGE                                      00004940
               GO TO 9999-ABEND                                         00004950
           END-EVALUATE.                                                00004960
       1200-EXIT.                                                       00004970
           EXIT.                                                        00004980
                                                                        00004990
      *> ***************************************************************00005000
      *> NO MERGE CROSS-REFERENCE OR NO CERTIFICATES IS A SHOP THAT HAS 00005010
      *> NOT YET MERGED OR ERASED ANYONE - NOTHING TO FIND              00005020
      *> ***************************************************************00005030
       1300-LOAD-MERGES.                                                00005040
           OPEN INPUT MERGE-XREF-FILE                                   00005050
           EVALUATE FS-MERGE-XREF-FILE                                  00005060
             WHEN "00"                                                  00005070
               MOVE 'N' TO WS-EOF-SW                                    00005080
               PERFORM UNTIL WS-EOF                                     00005090
                 READ MERGE-XREF-FILE                                   00005100
                   AT END                                               00005110
                     SET WS-EOF TO TRUE                                 00005120
                   NOT AT END                                           00005130
                     IF WS-MERGE-COUNT NOT < WS-MERGE-MAX               00005140
                        MOVE "MERGES EXCEED THE MERGE TABLE" TO         00005150
                           WS-ABEND-MESSAGE                             00005160
                        GO TO 9999-ABEND                                00005170
                     END-IF                                             00005180
                     ADD 1 TO WS-MERGE-COUNT                            00005190
                     MOVE XREF-RETIRED-ID TO                            00005200
                        TBL-MRG-RETIRED-ID (WS-MERGE-COUNT)             00005210
                     MOVE XREF-SURVIVOR-ID TO                           00005220
                        TBL-MRG-SURVIVOR-ID (WS-MERGE-COUNT)            00005230
                 END-READ                                               00005240
               END-PERFORM                                              00005250
               CLOSE MERGE-XREF-FILE                                    00005260
               DISPLAY "RETIRED CUSTOMER IDS LOADED: " WS-MERGE-COUNT   00005270
             WHEN "35"                                                  00005280
               DISPLAY "NO MERGE CROSS-REFERENCE, NO RETIRED IDS"       00005290
             WHEN OTHER                                                 00005300
               MOVE "OPEN FAILED ON MERGE-XREF-FILE" TO                 00005310
                  WS-ABEND-MESSAGE                                      00005320
               GO TO 9999-ABEND                                         00005330
           END-EVALUATE.                                                00005340
       1300-EXIT.                                                       00005350
           EXIT.                                                        00005360
                                                                        00005370
       1400-LOAD-ERASURES.                                              00005380
           OPEN INPUT CERT-FILE                                         00005390
           EVALUATE FS-CERT-FILE                                        00005400
             WHEN "00"                                                  00005410
               MOVE 'N' TO WS-EOF-SW                                    00005420
               PERFORM UNTIL WS-EOF                                     00005430
                 READ CERT-FILE                                         00005440
                   AT END                                               00005450
                     SET WS-EOF TO TRUE                                 00005460
                   NOT AT END                                           00005470
                     IF WS-ERASE-COUNT NOT < WS-ERASE-MAX               00005480
                        MOVE "ERASURES EXCEED THE ERASURE TABLE" TO     00005490
                           WS-ABEND-MESSAGE                             00005500
                        GO TO 9999-ABEND                                00005510
                     END-IF                                             00005520
                     ADD 1 TO WS-ERASE-COUNT                            00005530
                     MOVE CERT-CUST-ID TO                               00005540
                        TBL-ERS-CUST-ID (WS-ERASE-COUNT)                00005550
                 END-READ                                               00005560
               END-PERFORM                                              00005570
               CLOSE CERT-FILE                                          00005580
               DISPLAY "ERASED CUSTOMERS LOADED: " WS-ERASE-COUNT       00005590
             WHEN "35"                                                  00005600
               DISPLAY "NO ERASURE CERTIFICATES, NO ERASED CUSTOMERS"   00005610
             WHEN OTHER                                                 00005620
               MOVE "OPEN FAILED ON CERT-FILE" TO WS-ABEND-MESSAGE      00005630
               GO TO 9999-ABEND                                         00005640
           END-EVALUATE.                                                00005650
       1400-EXIT.                                                       00005660
           EXIT.                                                        00005670
                                                                        00005680
       1500-LOAD-STUDENTS.                                              00005690
           OPEN INPUT STUDENT-MASTER-FILE                               00005700
           EVALUATE FS-STUDENT-MASTER-FILE                              00005710
             WHEN "00"                                                  00005720
               SET WS-STUD-LOADED TO TRUE                               00005730
               MOVE 'N' TO WS-EOF-SW                                    00005740
               PERFORM UNTIL WS-EOF                                     00005750
                 READ STUDENT-MASTER-FILE                               00005760
                   AT END                                               00005770
                     SET WS-EOF TO TRUE                                 00005780
                   NOT AT END                                           00005790
                     IF WS-STUD-COUNT NOT < WS-STUD-MAX                 00005800
                        MOVE "STUDENTS EXCEED THE STUDENT TABLE" TO     00005810
                           WS-ABEND-MESSAGE                             00005820
                        GO TO 9999-ABEND                                00005830
                     END-IF                                             00005840
                     ADD 1 TO WS-STUD-COUNT                             00005850
                     MOVE STUD-ID TO TBL-STUD-ID (WS-STUD-COUNT)        00005860
                 END-READ                                               00005870
               END-PERFORM                                              00005880
               CLOSE STUDENT-MASTER-FILE                                00005890
               DISPLAY "STUDENTS LOADED: " WS-STUD-COUNT                00005900
             WHEN "35"                                                  00005910
               DISPLAY "NO STUDENT MASTER, STUDENT JOINS NOT TESTED"    00005920
               SET RC-WARNING TO TRUE                                   00005930
             WHEN OTHER                                                 00005940
               MOVE "OPEN FAILED ON STUDENT-MASTER-FILE" TO             00005950
                  WS-ABEND-MESSAGE                                      00005960
               GO TO 9999-ABEND                                         00005970
           END-EVALUATE.                                                00005980
       1500-EXIT.                                                       00005990
           EXIT.                                                        00006000
                                                                        00006010
      *> ***************************************************************00006020
      *> EVERY INTEREST POSTING AND REVERSAL MUST BELONG TO AN ACCOUNT  00006030
      *> STILL ON MYFILE                                                00006040
      *> ***************************************************************00006050
       2000-CHECK-POSTHIST.                                             00006060
           MOVE WS-REL-POSTMYF TO WS-REL-SUB                            00006070
           IF NOT WS-MYFILE-OPEN                                        00006080
              GO TO 2000-EXIT                                           00006090
           END-IF                                                       00006100
           OPEN INPUT POST-HIST-FILE                                    00006110
           EVALUATE FS-POST-HIST-FILE                                   00006120
             WHEN "00"                                                  00006130
               CONTINUE                                                 00006140
             WHEN "35"                                                  00006150
               DISPLAY "NO POSTING HISTORY, POSTMYF NOT TESTED"         00006160
               SET RC-WARNING TO TRUE                                   00006170
               GO TO 2000-EXIT                                          00006180
             WHEN OTHER                                                 00006190
               MOVE "OPEN FAILED ON POST-HIST-FILE" TO WS-ABEND-MESSAGE 00006200
               GO TO 9999-ABEND                                         00006210
           END-EVALUATE                                                 00006220
           MOVE 'Y' TO WS-REL-RUN-SW (WS-REL-SUB)                       00006230
           MOVE 'N' TO WS-EOF-SW                                        00006240
           PERFORM UNTIL WS-EOF                                         00006250
             READ POST-HIST-FILE                                        00006260
               AT END                                                   00006270
                 SET WS-EOF TO TRUE                                     00006280
               NOT AT END                                               00006290
                 ADD 1 TO WS-REL-TOTAL (WS-REL-SUB)                     00006300
                 MOVE PH-ACCT-NO TO WS-CHECK-ACCT-NO                    00006310
                 PERFORM 8100-FIND-ACCOUNT THRU 8100-EXIT               00006320
                 IF NOT WS-FOUND                                        00006330
                    MOVE SPACES TO DTL-KEY-TEXT                         00006340
                    STRING 'ACCT ' PH-ACCT-NO ' TRAN ' PH-TRAN-ID       00006350
                       ' ' PH-TYPE ' ON ' PH-DATE                       00006360
                       DELIMITED BY SIZE INTO DTL-KEY-TEXT              00006370
                    MOVE 'ACCOUNT NOT ON MYFILE' TO DTL-REASON          00006380
                    PERFORM 8800-WRITE-EXCEPTION THRU 8800-EXIT         00006390
                 END-IF                                                 00006400
             END-READ                                                   00006410
           END-PERFORM                                                  00006420
           CLOSE POST-HIST-FILE.                                        00006430
       2000-EXIT.                                                       00006440
           EXIT.                                                        00006450
                                                                        00006460
       2500-CHECK-CONTRACTS.                                            00006470
           MOVE WS-REL-CONTMYF TO WS-REL-SUB                            00006480
           IF NOT WS-MYFILE-OPEN                                        00006490
              GO TO 2500-EXIT                                           00006500
           END-IF                                                       00006510
           OPEN INPUT CONTRACT-FILE                                     00006520
           EVALUATE FS-CONTRACT-FILE                                    00006530
             WHEN "00"                                                  00006540
               CONTINUE                                                 00006550
             WHEN "35"                                                  00006560
               DISPLAY "NO CONTRACT MASTER, CONTMYF NOT TESTED"         00006570
               SET RC-WARNING TO TRUE                                   00006580
               GO TO 2500-EXIT                                          00006590
             WHEN OTHER                                                 00006600
               MOVE "OPEN FAILED ON CONTRACT-FILE" TO WS-ABEND-MESSAGE  00006610
               GO TO 9999-ABEND                                         00006620
           END-EVALUATE                                                 00006630
           MOVE 'Y' TO WS-REL-RUN-SW (WS-REL-SUB)                       00006640
           MOVE 'N' TO WS-EOF-SW                                        00006650
           PERFORM UNTIL WS-EOF                                         00006660
             READ CONTRACT-FILE NEXT                                    00006670
               AT END                                                   00006680
                 SET WS-EOF TO TRUE                                     00006690
               NOT AT END                                               00006700
                 ADD 1 TO WS-REL-TOTAL (WS-REL-SUB)                     00006710
                 MOVE CON-ACCT-NO TO WS-CHECK-ACCT-NO                   00006720
                 PERFORM 8100-FIND-ACCOUNT THRU 8100-EXIT               00006730
                 IF NOT WS-FOUND                                        00006740
                    MOVE SPACES TO DTL-KEY-TEXT                         00006750
                    STRING 'CONTRACT ' CON-TRAN-ID ' ACCT '             00006760
                       CON-ACCT-NO ' STATUS ' CON-STATUS                00006770
                       DELIMITED BY SIZE INTO DTL-KEY-TEXT              00006780
                    MOVE 'ACCOUNT NOT ON MYFILE' TO DTL-REASON          00006790
                    PERFORM 8800-WRITE-EXCEPTION THRU 8800-EXIT         00006800
                 END-IF                                                 00006810
             END-READ                                                   00006820
           END-PERFORM                                                  00006830
           CLOSE CONTRACT-FILE.                                         00006840
       2500-EXIT.                                                       00006850
           EXIT.                                                        00006860
                                                                        00006870
      *> ***************************************************************00006880
      *> A HOUSEHOLD MEMBER MUST BE A LIVE CUSTOMER.  A MERGED-AWAY ID  00006890
      *> NAMES ITS SURVIVOR; AN ERASED CUSTOMER STAYS ON THE MASTER     00006900
      *> ANONYMIZED, SO THE CERTIFICATES ARE THE ONLY WAY TO SEE IT     00006910
      *> ***************************************************************00006920
       3000-CHECK-HOUSEHOLDS.                                           00006930
           MOVE WS-REL-HSHLDCST TO WS-REL-SUB                           00006940
           IF NOT WS-CUST-LOADED                                        00006950
              GO TO 3000-EXIT                                           00006960
           END-IF                                                       00006970
           OPEN INPUT HOUSEHOLD-FILE                                    00006980
           EVALUATE FS-HOUSEHOLD-FILE                                   00006990
             WHEN "00"                                                  00007000
               CONTINUE                                                 00007010
             WHEN "35"                                                  00007020
               DISPLAY "NO HOUSEHOLD FILE, HSHLDCST NOT TESTED"         00007030
               SET RC-WARNING TO TRUE                                   00007040
               GO TO 3000-EXIT                                          00007050
             WHEN OTHER                                                 00007060
               MOVE "OPEN FAILED ON HOUSEHOLD-FILE" TO WS-ABEND-MESSAGE 00007070
               GO TO 9999-ABEND                                         00007080
           END-EVALUATE                                                 00007090
           MOVE 'Y' TO WS-REL-RUN-SW (WS-REL-SUB)                       00007100
           MOVE 'N' TO WS-EOF-SW                                        00007110
           PERFORM UNTIL WS-EOF                                         00007120
             READ HOUSEHOLD-FILE                                        00007130
               AT END                                                   00007140
                 SET WS-EOF TO TRUE                                     00007150
               NOT AT END                                               00007160
                 ADD 1 TO WS-REL-TOTAL (WS-REL-SUB)                     00007170
                 PERFORM 3100-CHECK-ONE-MEMBER THRU 3100-EXIT           00007180
             END-READ                                                   00007190
           END-PERFORM                                                  00007200
           CLOSE HOUSEHOLD-FILE.                                        00007210
       3000-EXIT.                                                       00007220
           EXIT.                                                        00007230
                                                                        00007240
       3100-CHECK-ONE-MEMBER.                                           00007250
           MOVE HSH-CUST-ID TO WS-CHECK-CUST-ID                         00007260
           MOVE SPACES TO DTL-KEY-TEXT                                  00007270
           STRING 'HOUSEHOLD ' HSH-HOUSEHOLD-ID ' CUST ' HSH-CUST-ID    00007280
              DELIMITED BY SIZE INTO DTL-KEY-TEXT                       00007290
           PERFORM 8200-FIND-RETIRED THRU 8200-EXIT                     00007300
           IF WS-FOUND                                                  00007310
              MOVE SPACES TO DTL-REASON                                 00007320
              STRING 'MERGED INTO CUSTOMER ' WS-SURVIVOR-ID             00007330
                 DELIMITED BY SIZE INTO DTL-REASON                      00007340
              PERFORM 8800-WRITE-EXCEPTION THRU 8800-EXIT               00007350
              GO TO 3100-EXIT                                           00007360
           END-IF                                                       00007370
           MOVE 'N' TO WS-FOUND-SW                                      00007380
           PERFORM VARYING WS-ERASE-SUB FROM 1 BY 1                     00007390
                    UNTIL WS-ERASE-SUB > WS-ERASE-COUNT                 00007400
                    OR WS-FOUND                                         00007410
             IF TBL-ERS-CUST-ID (WS-ERASE-SUB) = WS-CHECK-CUST-ID       00007420
                SET WS-FOUND TO TRUE                                    00007430
             END-IF                                                     00007440
           END-PERFORM                                                  00007450
           IF WS-FOUND                                                  00007460
              MOVE 'CUSTOMER ERASED' TO DTL-REASON                      00007470
              PERFORM 8800-WRITE-EXCEPTION THRU 8800-EXIT               00007480
              GO TO 3100-EXIT                                           00007490
           END-IF                                                       00007500
           MOVE 'N' TO WS-FOUND-SW                                      00007510
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1                      00007520
                    UNTIL WS-CUST-SUB > WS-CUST-COUNT                   00007530
                    OR WS-FOUND                                         00007540
             IF TBL-CUST-ID (WS-CUST-SUB) = WS-CHECK-CUST-ID            00007550
                SET WS-FOUND TO TRUE                                    00007560
             END-IF                                                     00007570
           END-PERFORM                                                  00007580
           IF NOT WS-FOUND                                              00007590
              MOVE 'CUSTOMER NOT ON MASTER' TO DTL-REASON               00007600
              PERFORM 8800-WRITE-EXCEPTION THRU 8800-EXIT               00007610
           END-IF.                                                      00007620
       3100-EXIT.                                                       00007630
           EXIT.                                                        00007640
                                                                        00007650
      *> ***************************************************************00007660
      *> CONDI FILES A DECISION UNDER THE APPLICANT'S CUSTOMER NUMBER.  00007670
      *> ONE CUSTDEDU HAS SINCE RETIRED LEAVES THE SURVIVOR'S CREDIT    00007680
      *> HISTORY SPLIT ACROSS TWO IDS                                   00007690
      *> ***************************************************************00007700
       3500-CHECK-COND-HIST.                                            00007710
           MOVE WS-REL-CONDCST TO WS-REL-SUB                            00007720
           OPEN INPUT HIST-FILE                                         00007730
           EVALUATE FS-HIST-FILE                                        00007740
             WHEN "00"                                                  00007750
               CONTINUE                                                 00007760
             WHEN "35"                                                  00007770
               DISPLAY "NO CONDI HISTORY, CONDCST NOT TESTED"           00007780
               SET RC-WARNING TO TRUE                                   00007790
               GO TO 3500-EXIT                                          00007800
             WHEN OTHER                                                 00007810
               MOVE "OPEN FAILED ON HIST-FILE" TO WS-ABEND-MESSAGE      00007820
               GO TO 9999-ABEND                                         00007830
           END-EVALUATE                                                 00007840
           MOVE 'Y' TO WS-REL-RUN-SW (WS-REL-SUB)                       00007850
           MOVE 'N' TO WS-EOF-SW                                        00007860
           PERFORM UNTIL WS-EOF                                         00007870
             READ HIST-FILE                                             00007880
               AT END                                                   00007890
                 SET WS-EOF TO TRUE                                     00007900
               NOT AT END                                               00007910
                 ADD 1 TO WS-REL-TOTAL (WS-REL-SUB)                     00007920
                 MOVE HST-APPL-ID TO WS-CHECK-CUST-ID                   00007930
                 PERFORM 8200-FIND-RETIRED THRU 8200-EXIT               00007940
                 IF WS-FOUND                                            00007950
                    MOVE SPACES TO DTL-KEY-TEXT                         00007960
                    STRING 'APPLICANT ' HST-APPL-ID ' '                 00007970
                       HST-DECISION ' ON ' HST-DATE                     00007980
                       DELIMITED BY SIZE INTO DTL-KEY-TEXT              00007990
                    MOVE SPACES TO DTL-REASON                           00008000
                    STRING 'RETIRED, SURVIVOR IS ' WS-SURVIVOR-ID       00008010
                       DELIMITED BY SIZE INTO DTL-REASON                00008020
                    PERFORM 8800-WRITE-EXCEPTION THRU 8800-EXIT         00008030
                 END-IF                                                 00008040
             END-READ                                                   00008050
           END-PERFORM                                                  00008060
           CLOSE HIST-FILE.                                             00008070
       3500-EXIT.                                                       00008080
           EXIT.                                                        00008090
                                                                        00008100
      *> ***************************************************************00008110
      *> EVERY GRADE AND EVERY ATTENDANCE MARK MUST BELONG TO A         00008120
      *> STUDENT ON THE MASTER (WITHDRAWN STUDENTS STAY ON IT)          00008130
      *> ***************************************************************00008140
       4000-CHECK-GRADES.                                               00008150
           MOVE WS-REL-GRADSTU TO WS-REL-SUB                            00008160
           IF NOT WS-STUD-LOADED                                        00008170
              GO TO 4000-EXIT                                           00008180
           END-IF                                                       00008190
           OPEN INPUT GRADE-TRAN-FILE                                   00008200
           EVALUATE FS-GRADE-TRAN-FILE                                  00008210
             WHEN "00"                                                  00008220
               CONTINUE                                                 00008230
             WHEN "35"                                                  00008240
               DISPLAY "NO GRADE FILE, GRADSTU NOT TESTED"              00008250
               SET RC-WARNING TO TRUE                                   00008260
               GO TO 4000-EXIT                                          00008270
             WHEN OTHER                                                 00008280
               MOVE "OPEN FAILED ON GRADE-TRAN-FILE" TO                 00008290
                  WS-ABEND-MESSAGE                                      00008300
               GO TO 9999-ABEND                                         00008310
           END-EVALUATE                                                 00008320
           MOVE 'Y' TO WS-REL-RUN-SW (WS-REL-SUB)                       00008330
           MOVE 'N' TO WS-EOF-SW                                        00008340
           PERFORM UNTIL WS-EOF                                         00008350
             READ GRADE-TRAN-FILE                                       00008360
               AT END                                                   00008370
                 SET WS-EOF TO TRUE                                     00008380
               NOT AT END                                               00008390
                 ADD 1 TO WS-REL-TOTAL (WS-REL-SUB)                     00008400
                 MOVE GRD-STUDENT-ID TO WS-CHECK-STUD-ID                00008410
                 PERFORM 8300-FIND-STUDENT THRU 8300-EXIT               00008420
                 IF NOT WS-FOUND                                        00008430
                    MOVE SPACES TO DTL-KEY-TEXT                         00008440
                    STRING 'STUDENT ' GRD-STUDENT-ID ' COURSE '         00008450
                       GRD-COURSE-CD ' TERM ' GRD-TERM                  00008460
                       DELIMITED BY SIZE INTO DTL-KEY-TEXT              00008470
                    MOVE 'STUDENT NOT ON MASTER' TO DTL-REASON          00008480
                    PERFORM 8800-WRITE-EXCEPTION THRU 8800-EXIT         00008490
                 END-IF                                                 00008500
             END-READ                                                   00008510
           END-PERFORM                                                  00008520
           CLOSE GRADE-TRAN-FILE.                                       00008530
       4000-EXIT.                                                       00008540
           EXIT.                                                        00008550
                                                                        00008560
       4500-CHECK-ATTENDANCE.                                           00008570
           MOVE WS-REL-ATTNSTU TO WS-REL-SUB                            00008580
           IF NOT WS-STUD-LOADED                                        00008590
              GO TO 4500-EXIT                                           00008600
           END-IF                                                       00008610
           OPEN INPUT ATTENDANCE-FILE                                   00008620
           EVALUATE FS-ATTENDANCE-FILE                                  00008630
             WHEN "00"                                                  00008640
               CONTINUE                                                 00008650
             WHEN "35"                                                  00008660
               DISPLAY "NO ATTENDANCE FILE, ATTNSTU NOT TESTED"         00008670
               SET RC-WARNING TO TRUE                                   00008680
               GO TO 4500-EXIT                                          00008690
             WHEN OTHER                                                 00008700
               MOVE "OPEN FAILED ON ATTENDANCE-FILE" TO                 00008710
                  WS-ABEND-MESSAGE                                      00008720
               GO TO 9999-ABEND                                         00008730
           END-EVALUATE                                                 00008740
           MOVE 'Y' TO WS-REL-RUN-SW (WS-REL-SUB)                       00008750
           MOVE 'N' TO WS-EOF-SW                                        00008760
           PERFORM UNTIL WS-EOF                                         00008770
             READ ATTENDANCE-FILE                                       00008780
               AT END                                                   00008790
                 SET WS-EOF TO TRUE                                     00008800
               NOT AT END                                               00008810
                 ADD 1 TO WS-REL-TOTAL (WS-REL-SUB)                     00008820
                 MOVE ATTN-STUDENT-ID TO WS-CHECK-STUD-ID               00008830
                 PERFORM 8300-FIND-STUDENT THRU 8300-EXIT               00008840
                 IF NOT WS-FOUND                                        00008850
                    MOVE SPACES TO DTL-KEY-TEXT                         00008860
                    STRING 'STUDENT ' ATTN-STUDENT-ID ' ON '            00008870
                       ATTN-TRAN-DATE ' ' ATTN-DAY-NAME                 00008880
                       DELIMITED BY SIZE INTO DTL-KEY-TEXT              00008890
                    MOVE 'STUDENT NOT ON MASTER' TO DTL-REASON          00008900
                    PERFORM 8800-WRITE-EXCEPTION THRU 8800-EXIT         00008910
                 END-IF                                                 00008920
             END-READ                                                   00008930
           END-PERFORM                                                  00008940
           CLOSE ATTENDANCE-FILE.                                       00008950
       4500-EXIT.                                                       00008960
           EXIT.                                                        00008970
                                                                        00008980
      *> ***************************************************************00008990
      *> ONE HISTORY RECORD PER RELATIONSHIP ACTUALLY TESTED THIS WEEK; 00009000
      *> AN UNTESTED ONE LEAVES A GAP RATHER THAN A FALSE ZERO          00009010
      *> ***************************************************************00009020
       5000-WRITE-COUNTS.                                               00009030
           OPEN EXTEND INTG-HIST-FILE                                   00009040
           IF FS-INTG-HIST-FILE = "35"                                  00009050
              OPEN OUTPUT INTG-HIST-FILE                                00009060
           END-IF                                                       00009070
           IF FS-INTG-HIST-FILE NOT = "00"                              00009080
              MOVE "OPEN FAILED ON INTG-HIST-FILE" TO WS-ABEND-MESSAGE  00009090
              GO TO 9999-ABEND                                          00009100
           END-IF                                                       00009110
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1                       00009120
                    UNTIL WS-REL-SUB > 6                                00009130
             IF WS-REL-RUN-SW (WS-REL-SUB) = 'Y'                        00009140
                MOVE SPACES TO INTG-HIST-RECORD                         00009150
                MOVE WS-RUN-DATE TO IGH-DATE                            00009160
                MOVE WS-REL-CD (WS-REL-SUB) TO IGH-REL-CD               00009170
                MOVE WS-REL-EXCP (WS-REL-SUB) TO IGH-EXCP-COUNT         00009180
                MOVE WS-REL-TOTAL (WS-REL-SUB) TO IGH-TOTAL-COUNT       00009190
                WRITE INTG-HIST-RECORD                                  00009200
                IF FS-INTG-HIST-FILE NOT = "00"                         00009210
                   DISPLAY "WRITE FAILED, INTG-HIST STATUS: "           00009220
                     FS-INTG-HIST-FILE                                  00009230
                END-IF                                                  00009240
             END-IF                                                     00009250
           END-PERFORM                                                  00009260
           CLOSE INTG-HIST-FILE.                                        00009270
       5000-EXIT.                                                       00009280
           EXIT.                                                        00009290
                                                                        00009300
      *> ***************************************************************00009310
      *> EACH REPORT CLOSES WITH ITS TOTALS AND ITS TREND.  THE HISTORY 00009320
      *> IS REREAD ONCE PER RELATIONSHIP, AS DQSCORE DOES, AND EACH     00009330
      *> RUN'S COUNT PRINTS WITH ITS CHANGE FROM THE RUN BEFORE IT      00009340
      *> ***************************************************************00009350
       6000-PRINT-TRENDS.                                               00009360
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1                       00009370
                    UNTIL WS-REL-SUB > 6                                00009380
             IF WS-REL-RUN-SW (WS-REL-SUB) = 'Y'                        00009390
                MOVE WS-REL-TOTAL (WS-REL-SUB) TO TOT-TESTED            00009400
                MOVE WS-REL-EXCP (WS-REL-SUB) TO TOT-EXCP               00009410
                MOVE WS-TOTAL-LINE TO WS-RPT-LINE                       00009420
             ELSE                                                       00009430
                MOVE WS-SKIP-LINE TO WS-RPT-LINE                        00009440
             END-IF                                                     00009450
             PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT                 00009460
             MOVE WS-TREND-HDR-LINE TO WS-RPT-LINE                      00009470
             PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT                 00009480
             PERFORM 6100-PRINT-ONE-TREND THRU 6100-EXIT                00009490
           END-PERFORM.                                                 00009500
       6000-EXIT.                                                       00009510
           EXIT.                                                        00009520
                                                                        00009530
       6100-PRINT-ONE-TREND.                                            00009540
           MOVE 'N' TO WS-HIST-EOF-SW                                   00009550
           MOVE 'N' TO WS-PRIOR-SW                                      00009560
           MOVE ZEROES TO WS-PRIOR-COUNT                                00009570
           OPEN INPUT INTG-HIST-FILE                                    00009580
           IF FS-INTG-HIST-FILE NOT = "00"                              00009590
              DISPLAY "REOPEN FAILED, INTG-HIST STATUS: "               00009600
                FS-INTG-HIST-FILE                                       00009610
              GO TO 6100-EXIT                                           00009620
           END-IF                                                       00009630
           PERFORM UNTIL WS-HIST-EOF                                    00009640
             READ INTG-HIST-FILE                                        00009650
               AT END                                                   00009660
                 SET WS-HIST-EOF TO TRUE                                00009670
               NOT AT END                                               00009680
                 IF IGH-REL-CD = WS-REL-CD (WS-REL-SUB)                 00009690
                    MOVE IGH-DATE TO TRD-DATE                           00009700
                    MOVE IGH-EXCP-COUNT TO TRD-EXCP                     00009710
                    IF WS-PRIOR-SEEN                                    00009720
                       COMPUTE WS-CHANGE =                              00009730
                          IGH-EXCP-COUNT - WS-PRIOR-COUNT               00009740
                    ELSE                                                00009750
                       MOVE ZEROES TO WS-CHANGE                         00009760
                    END-IF                                              00009770
                    MOVE WS-CHANGE TO TRD-CHANGE                        00009780
                    MOVE WS-TREND-LINE TO WS-RPT-LINE                   00009790
                    PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT          00009800
                    MOVE IGH-EXCP-COUNT TO WS-PRIOR-COUNT               00009810
                    SET WS-PRIOR-SEEN TO TRUE                           00009820
                 END-IF                                                 00009830
             END-READ                                                   00009840
           END-PERFORM                                                  00009850
           CLOSE INTG-HIST-FILE.                                        00009860
       6100-EXIT.                                                       00009870
           EXIT.                                                        00009880
                                                                        00009890
      *> ***************************************************************00009900
      *> KEYED PROBE OF MYFILE FOR WS-CHECK-ACCT-NO                     00009910
      *> ***************************************************************00009920
       8100-FIND-ACCOUNT.                                               00009930
           MOVE 'N' TO WS-FOUND-SW                                      00009940
           MOVE WS-CHECK-ACCT-NO TO MYFREC-ACCT-NO OF MYFILE-RECORDS    00009950
           READ MYFILE                                                  00009960
           EVALUATE FS-MYFILE                                           00009970
             WHEN "00"                                                  00009980
               SET WS-FOUND TO TRUE                                     00009990
             WHEN "23"                                                  00010000
               CONTINUE                                                 00010010
             WHEN OTHER                                                 00010020
               MOVE "READ FAILED ON MYFILE" TO WS-ABEND-MESSAGE         00010030
               GO TO 9999-ABEND                                         00010040
           END-EVALUATE.                                                00010050
       8100-EXIT.                                                       00010060
           EXIT.                                                        00010070
                                                                        00010080
      *> ***************************************************************00010090
      *> IS WS-CHECK-CUST-ID AN ID CUSTDEDU RETIRED?  THE SURVIVOR IS   00010100
      *> RETURNED IN WS-SURVIVOR-ID                                     00010110
      *> ***************************************************************00010120
       8200-FIND-RETIRED.                                               00010130
           MOVE 'N' TO WS-FOUND-SW                                      00010140
           MOVE ZEROES TO WS-SURVIVOR-ID                                00010150
           PERFORM VARYING WS-MERGE-SUB FROM 1 BY 1                     00010160
                    UNTIL WS-MERGE-SUB > WS-MERGE-COUNT                 00010170
                    OR WS-FOUND                                         00010180
             IF TBL-MRG-RETIRED-ID (WS-MERGE-SUB) = WS-CHECK-CUST-ID    00010190
                SET WS-FOUND TO TRUE                                    00010200
                MOVE TBL-MRG-SURVIVOR-ID (WS-MERGE-SUB) TO              00010210
                   WS-SURVIVOR-ID                                       00010220
             END-IF                                                     00010230
           END-PERFORM.                                                 00010240
       8200-EXIT.                                                       00010250
           EXIT.                                                        00010260
                                                                        00010270
       8300-FIND-STUDENT.                                               00010280
           MOVE 'N' TO WS-FOUND-SW                                      00010290
           PERFORM VARYING WS-STUD-SUB FROM 1 BY 1                      00010300
                    UNTIL WS-STUD-SUB > WS-STUD-COUNT                   00010310
                    OR WS-FOUND                                         00010320
             IF TBL-STUD-ID (WS-STUD-SUB) = WS-CHECK-STUD-ID            00010330
                SET WS-FOUND TO TRUE                                    00010340
             END-IF                                                     00010350
           END-PERFORM.                                                 00010360
       8300-EXIT.                                                       00010370
           EXIT.                                                        00010380
                                                                        00010390
       8800-WRITE-EXCEPTION.                                            00010400
           ADD 1 TO WS-REL-EXCP (WS-REL-SUB)                            00010410
           MOVE WS-DTL-LINE TO WS-RPT-LINE                              00010420
           PERFORM 8900-WRITE-RPT-LINE THRU 8900-EXIT.                  00010430
       8800-EXIT.                                                       00010440
           EXIT.                                                        00010450
                                                                        00010460
      *> ***************************************************************00010470
      *> WS-RPT-LINE TO THE REPORT FOR RELATIONSHIP WS-REL-SUB          00010480
      *> ***************************************************************00010490
       8900-WRITE-RPT-LINE.                                             00010500
           EVALUATE WS-REL-SUB                                          00010510
             WHEN 1                                                     00010520
               WRITE POST-RPT-LINE FROM WS-RPT-LINE                     00010530
             WHEN 2                                                     00010540
               WRITE CONT-RPT-LINE FROM WS-RPT-LINE                     00010550
             WHEN 3                                                     00010560
               WRITE HSHLD-RPT-LINE FROM WS-RPT-LINE                    00010570
             WHEN 4                                                     00010580
               WRITE COND-RPT-LINE FROM WS-RPT-LINE                     00010590
             WHEN 5                                                     00010600
               WRITE GRADE-RPT-LINE FROM WS-RPT-LINE                    00010610
             WHEN OTHER                                                 00010620
               WRITE ATTN-RPT-LINE FROM WS-RPT-LINE                     00010630
           END-EVALUATE.                                                00010640
       8900-EXIT.                                                       00010650
           EXIT.                                                        00010660
                                                                        00010670
       9000-TERMINATE.                                                  00010680
           IF WS-MYFILE-OPEN                                            00010690
              CLOSE MYFILE                                              00010700
           END-IF                                                       00010710
           CLOSE POST-RPT-FILE                                          00010720
           CLOSE CONT-RPT-FILE                                          00010730
           CLOSE HSHLD-RPT-FILE                                         00010740
           CLOSE COND-RPT-FILE                                          00010750
           CLOSE GRADE-RPT-FILE                                         00010760
           CLOSE ATTN-RPT-FILE                                          00010770
           DISPLAY "===== INTGSWP RUN SUMMARY ====="                    00010780
           DISPLAY "RUN DATE         : " WS-RUN-DATE                    00010790
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1                       00010800
                    UNTIL WS-REL-SUB > 6                                00010810
             IF WS-REL-RUN-SW (WS-REL-SUB) = 'Y'                        00010820
                DISPLAY WS-REL-CD (WS-REL-SUB) " TESTED: "              00010830
                  WS-REL-TOTAL (WS-REL-SUB) " EXCEPTIONS: "             00010840
                  WS-REL-EXCP (WS-REL-SUB)                              00010850
             ELSE                                                       00010860
                DISPLAY WS-REL-CD (WS-REL-SUB) " NOT TESTED"            00010870
             END-IF                                                     00010880
           END-PERFORM.                                                 00010890
       9000-EXIT.                                                       00010900
           EXIT.                                                        00010910
                                                                        00010920
       COPY ABENDPAR.                                                   00010930
       COPY PROCDPAR.                                                   00010940
