      ***************************************************************** 00000010
      * PGMREQ - DEGREE PROGRAM REQUIREMENT RECORD LAYOUT            *  00000020
      * THE REGISTRAR'S REQUIREMENTS FOR EACH DEGREE PROGRAM, READ   *  00000030
      * BY THE DEGAUDIT DEGREE AUDIT.  BY RECORD TYPE:               *  00000040
      *   'H' THE PROGRAM: MINIMUM TOTAL CREDITS, MINIMUM            *  00000050
      *       CREDIT-WEIGHTED GPA AND THE PROGRAM NAME               *  00000060
      *   'R' A REQUIRED COURSE                                      *  00000070
      *   'G' AN ELECTIVE GROUP: THE CREDITS IT NEEDS AND ITS NAME   *  00000080
      *   'E' A COURSE THAT COUNTS TOWARD AN ELECTIVE GROUP          *  00000090
      ***************************************************************** 00000100
       01 PROGRAM-REQ-RECORD.                                           00000110
           05 PRQ-PROGRAM           PIC X(06).                          00000120
           05 PRQ-TYPE              PIC X(01).                          00000130
               88 PRQ-PROGRAM-HDR    VALUE 'H'.                         00000140
               88 PRQ-REQUIRED       VALUE 'R'.                         00000150
               88 PRQ-ELECT-GROUP    VALUE 'G'.                         00000160
               88 PRQ-ELECT-COURSE   VALUE 'E'.                         00000170
           05 PRQ-GROUP             PIC X(04).                          00000180
           05 PRQ-COURSE-CD         PIC X(08).                          00000190
           05 PRQ-MIN-CREDITS       PIC 9(03).                          00000200
           05 PRQ-MIN-GPA           PIC 9V99.                           00000210
           05 PRQ-DESC              PIC X(30).                          00000220
           05 FILLER                PIC X(25).                          00000230
