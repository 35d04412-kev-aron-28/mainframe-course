      * ONE RECORD PER STUDENT PER COURSE PER TERM, REPLACING THE    *  00000030
      * FIXED THREE SCORE SLOTS ON THE STUDENT MASTER.  SHARED BY    *  00000040
      * THE STUDENT TRANSCRIPT RUN AND THE ONLINE GRADE ENTRY        *  00000050
      * CAPTURE.  THE SECTION IS THE ONE THE STUDENT IS REGISTERED   *  00000060
      * IN ON THE CRSREG REGISTRATION MASTER; BLANK ON OLD GRADES    *  00000063
      * AND MATCHES ANY SECTION OF THE COURSE.  GRDCLOSE MARKS EVERY *  00000064
      * GRADE ON FILE FINAL WHEN ITS TERM CLOSES; A GRADE FOR A      *  00000065
      * CLOSED TERM WITHOUT THE MARK CAME IN AFTER THE CLOSE         *  00000066
      ***************************************************************** 00000070
       01 GRADE-TRAN-RECORD.                                            00000080
           05 GRD-STUDENT-ID        PIC 9(05).                          00000090
           05 GRD-COURSE-CD         PIC X(08).                          00000100
           05 GRD-TERM              PIC X(05).                          00000110
           05 GRD-SCORE             PIC 9(03).                          00000120
           05 GRD-SECTION           PIC X(03).                          00000130
           05 GRD-FINAL-SW          PIC X(01).                          00000140
               88 GRD-FINAL          VALUE 'F'.                         00000150
           05 FILLER                PIC X(15).                          00000160
