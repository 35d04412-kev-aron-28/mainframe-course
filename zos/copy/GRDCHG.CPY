      ***************************************************************** 00000010
      * GRDCHG - GRADE CHANGE REQUEST RECORD LAYOUT                  *  00000020
      * ONE RECORD PER REQUESTED CHANGE TO A GRADE ALREADY ON THE    *  00000030
      * GRADE FILE: THE GRADE'S KEY, THE SCORE ON FILE AND THE NEW   *  00000040
      * SCORE, WHY AND WHO ASKED.  THE SAME LAYOUT CARRIES THE NEW   *  00000050
      * REQUESTS INTO GRDCHG AND THE QUEUE OF CHANGES STILL WAITING  *  00000060
      * ON THE DEPARTMENT'S APPROVAL FROM ONE RUN TO THE NEXT.  A    *  00000070
      * BLANK SECTION MATCHES THE GRADE WHATEVER ITS SECTION         *  00000080
      ***************************************************************** 00000090
       01 GRADE-CHANGE-RECORD.                                          00000100
           05 GCH-STUDENT-ID        PIC 9(05).                          00000110
           05 GCH-COURSE-CD         PIC X(08).                          00000120
           05 GCH-TERM              PIC X(05).                          00000130
           05 GCH-SECTION           PIC X(03).                          00000140
           05 GCH-OLD-SCORE         PIC 9(03).                          00000150
           05 GCH-NEW-SCORE         PIC 9(03).                          00000160
      * CE CALCULATION ERROR, AP APPEAL UPHELD, IN INCOMPLETE           00000170
      * RESOLVED, RG REGRADED WORK                                      00000180
           05 GCH-REASON-CD         PIC X(02).                          00000190
               88 GCH-REASON-VALID   VALUES 'CE' 'AP' 'IN' 'RG'.        00000200
           05 GCH-REQUESTED-BY      PIC X(08).                          00000210
           05 GCH-REQUEST-DATE      PIC 9(08).                          00000220
           05 GCH-REASON-TEXT       PIC X(30).                          00000230
           05 FILLER                PIC X(05).                          00000240
