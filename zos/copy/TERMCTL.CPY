      ***************************************************************** 00000010
      * TERMCTL - TERM GRADE CONTROL RECORD LAYOUT                   *  00000020
      * ONE RECORD PER ACADEMIC TERM, KEPT BY GRDCLOSE: THE DATE ITS *  00000030
      * GRADES ARE DUE AND WHETHER THE TERM IS CLOSED.  A TERM CLOSES*  00000040
      * THE FIRST RUN AFTER ITS DEADLINE (OR ON A REGISTRAR'S CLOSE  *  00000050
      * CARD); FROM THEN ON ITS GRADES ARE FINAL AND CHANGE ONLY VIA *  00000060
      * THE APPROVED GRDCHG PATH.  REPRO-ED INTO THE ONLINE TERMCTL  *  00000070
      * FILE GRADENT READS BY TERM.  NO RECORD IS AN OPEN TERM       *  00000080
      ***************************************************************** 00000090
       01 TERM-CONTROL-RECORD.                                          00000100
           05 TCT-TERM              PIC X(05).                          00000110
           05 TCT-GRADE-DEADLINE    PIC 9(08).                          00000120
           05 TCT-STATUS            PIC X(01).                          00000130
               88 TCT-OPEN           VALUES ' ' 'O'.                    00000140
               88 TCT-CLOSED         VALUE 'C'.                         00000150
           05 TCT-CLOSE-DATE        PIC 9(08).                          00000160
           05 TCT-CLOSED-BY         PIC X(08).                          00000170
           05 FILLER                PIC X(50).                          00000180
