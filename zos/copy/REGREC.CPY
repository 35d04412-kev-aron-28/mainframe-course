      ***************************************************************** 00000010
      * REGREC - COURSE REGISTRATION MASTER RECORD LAYOUT            *  00000020
      * ONE RECORD PER STUDENT PER COURSE PER TERM, IN KEY ORDER,    *  00000030
      * WRITTEN BY CRSREG AND REPRO-ED INTO THE ONLINE REGMST FILE   *  00000040
      * GRADENT READS BY KEY.  A WAITLISTED SEAT CARRIES ITS PLACE   *  00000050
      * IN THE LINE; A DROP STAYS ON FILE FOR THE TERM SO THE DESK   *  00000060
      * CAN SEE IT.  ONLY AN ENROLLED REGISTRATION TAKES A GRADE     *  00000070
      ***************************************************************** 00000080
       01 REGISTRATION-RECORD.                                          00000090
           05 REG-KEY.                                                  00000100
               10 REG-STUDENT-ID    PIC 9(05).                          00000110
               10 REG-TERM          PIC X(05).                          00000120
               10 REG-COURSE-CD     PIC X(08).                          00000130
           05 REG-SECTION           PIC X(03).                          00000140
           05 REG-STATUS            PIC X(01).                          00000150
               88 REG-ENROLLED       VALUE 'E'.                         00000160
               88 REG-WAITLISTED     VALUE 'W'.                         00000170
               88 REG-DROPPED        VALUE 'D'.                         00000180
           05 REG-WAIT-SEQ          PIC 9(03).                          00000190
           05 REG-STATUS-DATE       PIC 9(08).                          00000200
           05 FILLER                PIC X(07).                          00000210
