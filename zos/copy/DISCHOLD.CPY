      ***************************************************************** 00000010
      * DISCHOLD - DISCIPLINARY HOLD LIST RECORD LAYOUT              *  00000020
      * ONE RECORD PER HOLD THE DEAN OF STUDENTS PLACES ON A         *  00000030
      * STUDENT.  A HOLD IS IN FORCE UNTIL ITS RELEASE DATE (ZERO    *  00000040
      * MEANS NOT RELEASED).  TRNREQ SENDS NO TRANSCRIPT FOR A       *  00000050
      * STUDENT UNDER A HOLD IN FORCE                                *  00000060
      ***************************************************************** 00000070
       01 DISC-HOLD-RECORD.                                             00000080
           05 DHL-STUDENT-ID        PIC 9(05).                          00000090
           05 DHL-PLACED-DATE       PIC 9(08).                          00000100
           05 DHL-PLACED-BY         PIC X(08).                          00000110
           05 DHL-RELEASE-DATE      PIC 9(08).                          00000120
           05 DHL-REASON            PIC X(30).                          00000130
           05 FILLER                PIC X(21).                          00000140
