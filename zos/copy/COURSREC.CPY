      * MATH101, MAT101 AND MATH-101 STOP BEING THREE COURSES, AND   *  00000050
      * THE TRANSCRIPT WEIGHTS EACH GRADE BY THE COURSE'S CREDIT     *  00000060
      * HOURS - A ONE-CREDIT LAB NO LONGER CANCELS A FAILED          *  00000070
      * FOUR-CREDIT CORE COURSE.  UP TO TWO PREREQUISITE COURSES,    *  00000080
      * EACH PASSED IN AN EARLIER TERM AT THE MINIMUM SCORE (ZERO    *  00000082
      * MEANS THE USUAL 060 PASS MARK), GATE CRSREG REGISTRATION     *  00000084
      ***************************************************************** 00000090
       01 COURSE-RECORD.                                                00000100
           05 CRS-COURSE-CD         PIC X(08).                          00000110
           05 CRS-CREDIT-HOURS      PIC 9(02).                          00000130
           05 CRS-ACTIVE            PIC X(01).                          00000140
               88 CRS-IS-ACTIVE      VALUE 'Y'.                         00000150
           05 CRS-PREREQ-CD         PIC X(08) OCCURS 2 TIMES.           00000160
           05 CRS-PREREQ-MIN-SCORE  PIC 9(03).                          00000170
