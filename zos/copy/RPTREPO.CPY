      ***************************************************************** 00000010
      * RPTREPO - ONLINE REPORT REPOSITORY RECORD                    *  00000020
      * ONE RECORD PER PRINT LINE OF EVERY CAPTURED REPORT ON THE    *  00000030
      * RPTREPO KSDS, KEYED BY REPORT ID, RUN DATE, PAGE AND LINE.   *  00000040
      * RPTCAP WRITES A NIGHT'S REPORT FROM ITS SPOOL DATASET AND    *  00000050
      * PURGES THE RUNS PAST THEIR RETENTION; THE RPTVIEW SCREEN     *  00000060
      * PAGES THROUGH THEM.  PAGE ZERO LINE ZERO OF EACH RUN IS THE  *  00000070
      * RUN'S INDEX RECORD: THE CATALOG DESCRIPTION, THE MAIN-MENU   *  00000080
      * FUNCTION WHOSE RIGHT GOVERNS WHO MAY VIEW IT, THE DAYS IT IS *  00000090
      * KEPT, AND ITS PAGE AND LINE COUNTS                           *  00000100
      ***************************************************************** 00000110
       01 REPORT-REPO-RECORD.                                           00000120
           05 RPR-KEY.                                                  00000130
               10 RPR-REPORT-ID     PIC X(08).                          00000140
               10 RPR-RUN-DATE      PIC 9(08).                          00000150
               10 RPR-PAGE-NO       PIC 9(05).                          00000160
               10 RPR-LINE-NO       PIC 9(03).                          00000170
           05 RPR-LINE-DATA.                                            00000180
               10 RPR-CARRIAGE      PIC X(01).                          00000190
               10 RPR-LINE-TEXT     PIC X(132).                         00000200
               10 FILLER            PIC X(03).                          00000210
      * INDEX RECORD VIEW - PAGE ZERO, LINE ZERO                        00000220
           05 RPX-INDEX-DATA REDEFINES RPR-LINE-DATA.                   00000230
               10 RPX-DESC          PIC X(30).                          00000240
               10 RPX-FUNCTION      PIC X(01).                          00000250
               10 RPX-RETAIN-DAYS   PIC 9(04).                          00000260
               10 RPX-PAGE-COUNT    PIC 9(05).                          00000270
               10 RPX-LINE-COUNT    PIC 9(07).                          00000280
               10 RPX-CAPTURED-DATE PIC 9(08).                          00000290
               10 FILLER            PIC X(81).                          00000300
