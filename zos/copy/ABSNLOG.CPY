      ***************************************************************** 00000010
      * ABSNLOG - CHRONIC-ABSENCE NOTICE LOG RECORD LAYOUT           *  00000020
      * ONE RECORD PER PARENT NOTIFICATION LETTER ABSNALRT SENDS,    *  00000030
      * APPENDED EACH RUN.  ABSNALRT READS IT BACK SO A STUDENT IS   *  00000040
      * NOT NOTIFIED TWICE FOR THE SAME ABSENCE RUN:                 *  00000050
      *   'C' CONSECUTIVE SCHOOL DAYS MISSED - THE RUN START IS THE  *  00000060
      *       FIRST DAY OF THE RUN                                   *  00000070
      *   'R' ABSENCE RATE OVER THE ROLLING WINDOW - THE RUN START   *  00000080
      *       IS THE FIRST SCHOOL DAY OF THE WINDOW                  *  00000090
      ***************************************************************** 00000100
       01 ABSENCE-NOTICE-RECORD.                                        00000110
           05 ABL-STUDENT-ID        PIC 9(05).                          00000120
           05 ABL-ALERT-TYPE        PIC X(01).                          00000130
               88 ABL-CONSECUTIVE    VALUE 'C'.                         00000140
               88 ABL-RATE           VALUE 'R'.                         00000150
           05 ABL-RUN-START         PIC 9(08).                          00000160
           05 ABL-NOTICE-DATE       PIC 9(08).                          00000170
           05 ABL-DAYS-MISSED       PIC 9(03).                          00000180
           05 ABL-SCHOOL-DAYS       PIC 9(03).                          00000190
           05 FILLER                PIC X(12).                          00000200
