      ***************************************************************** 00000010
      * RPTCAT - REPORT REPOSITORY CATALOG CARD                      *  00000020
      * ONE CARD PER REPORT KEPT IN THE REPOSITORY, ON               *  00000030
      * PROD.REPORT.CATALOG: THE REPORT ID (THE DD NAME ITS PROGRAM  *  00000040
      * WRITES), A DESCRIPTION FOR THE VIEWER, THE DAYS EACH NIGHT'S *  00000050
      * RUN IS KEPT, AND THE MAIN-MENU FUNCTION DIGIT AN OPERATOR    *  00000060
      * MUST HOLD ON OPERSEC TO VIEW IT.  A CHANGE HERE REACHES THE  *  00000070
      * RUNS ALREADY KEPT AT THE NEXT NIGHT'S PURGE PASS             *  00000080
      ***************************************************************** 00000090
       01 REPORT-CATALOG-RECORD.                                        00000100
           05 RCT-REPORT-ID         PIC X(08).                          00000110
           05 RCT-DESC              PIC X(30).                          00000120
           05 RCT-RETAIN-DAYS       PIC 9(04).                          00000130
           05 RCT-FUNCTION          PIC X(01).                          00000140
           05 FILLER                PIC X(37).                          00000150
