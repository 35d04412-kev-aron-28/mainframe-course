      ***************************************************************** 00000010
      * STNDSEL - STANDING RE-EVALUATION SELECTION RECORD LAYOUT     *  00000020
      * ONE RECORD PER STUDENT AND TERM WHOSE GRADE GRDCHG HAS JUST  *  00000030
      * CHANGED.  GIVEN TO STANDING, IT LIMITS THE RUN TO THOSE      *  00000040
      * STUDENTS AND LETTERS ONLY A STANDING THAT NO LONGER MATCHES  *  00000050
      * THE ONE ON THE STANDING HISTORY                              *  00000060
      ***************************************************************** 00000070
       01 STANDING-SELECT-RECORD.                                       00000080
           05 SSL-STUDENT-ID        PIC 9(05).                          00000090
           05 SSL-TERM              PIC X(05).                          00000100
           05 SSL-CHANGE-DATE       PIC 9(08).                          00000110
           05 FILLER                PIC X(22).                          00000120
