      ***************************************************************** 00000010
      * STUDPGM - STUDENT DEGREE PROGRAM RECORD LAYOUT               *  00000020
      * ONE RECORD PER STUDENT: THE DEGREE PROGRAM DECLARED ON       *  00000030
      * PGMREQ, THE TERM IT WAS DECLARED AND THE TERM THE STUDENT    *  00000040
      * EXPECTS TO GRADUATE, FOR THE DEGAUDIT DEGREE AUDIT           *  00000050
      ***************************************************************** 00000060
       01 STUDENT-PROGRAM-RECORD.                                       00000070
           05 SPG-STUDENT-ID        PIC 9(05).                          00000080
           05 SPG-PROGRAM           PIC X(06).                          00000090
           05 SPG-DECLARED-TERM     PIC X(05).                          00000100
           05 SPG-EXPECTED-TERM     PIC X(05).                          00000110
           05 FILLER                PIC X(19).                          00000120
