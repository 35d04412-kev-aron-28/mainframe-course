      ***************************************************************** 00000010
      * SECTREC - COURSE SECTION MASTER RECORD LAYOUT                *  00000020
      * ONE RECORD PER SECTION OF A CATALOG COURSE PER TERM, KEPT IN *  00000030
      * TERM / COURSE / SECTION ORDER.  CARRIES THE INSTRUCTOR, THE  *  00000040
      * SEAT CAPACITY CRSREG FILLS BEFORE IT STARTS A WAITLIST, AND  *  00000050
      * THE MEETING DAYS AS ONE POSITION PER WEEKDAY (M T W R F S U, *  00000060
      * SPACE WHEN THE SECTION DOES NOT MEET THAT DAY)               *  00000070
      ***************************************************************** 00000080
       01 SECTION-RECORD.                                               00000090
           05 SEC-KEY.                                                  00000100
               10 SEC-TERM          PIC X(05).                          00000110
               10 SEC-COURSE-CD     PIC X(08).                          00000120
               10 SEC-SECTION       PIC X(03).                          00000130
           05 SEC-INSTRUCTOR        PIC X(20).                          00000140
           05 SEC-CAPACITY          PIC 9(03).                          00000150
           05 SEC-MEET-DAYS         PIC X(07).                          00000160
           05 SEC-ACTIVE            PIC X(01).                          00000170
               88 SEC-IS-OPEN        VALUE 'Y'.                         00000180
           05 FILLER                PIC X(13).                          00000190
