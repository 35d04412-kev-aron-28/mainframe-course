      ***************************************************************** 00000010
      * CONVRT - CONTRACT VARIABLE-RATE TERMS RECORD LAYOUT          *  00000020
      * ONE RECORD PER INDEX-LINKED CONTRACT, KEYED BY THE SAME      *  00000030
      * TRAN-ID AS THE CONTRACT MASTER.  SET UP, CHANGED AND ENDED   *  00000040
      * BY RATEMNT, WHICH ALSO FLAGS THE CONTRACT CON-RATE-VARIABLE; *  00000050
      * ADVANCED BY THE CONREPR REPRICING RUN AT EACH RESET.  THE    *  00000060
      * CONTRACT RATE IS THE INDEX RATE PLUS THE MARGIN, NEVER BELOW *  00000070
      * THE FLOOR AND NEVER ABOVE THE CAP.  THE ANCHOR DAY KEEPS A   *  00000080
      * RESET SCHEDULE SET UP ON THE 31ST ON THE LAST DAY OF THE     *  00000090
      * SHORTER MONTHS.  FIXED LENGTH 80 BYTES                       *  00000100
      ***************************************************************** 00000110
       01 CONTRACT-VRATE-RECORD.                                        00000120
           05 CVR-TRAN-ID           PIC 9(09).                          00000130
           05 CVR-INDEX-CD          PIC X(04).                          00000140
      * MAY BE NEGATIVE - A CONTRACT PRICED BELOW THE INDEX             00000150
           05 CVR-MARGIN            PIC S9V9999 COMP-3.                 00000160
           05 CVR-FLOOR-RATE        PIC S9V9999 COMP-3.                 00000170
      * ZERO IS NO CAP                                                  00000180
           05 CVR-CAP-RATE          PIC S9V9999 COMP-3.                 00000190
           05 CVR-RESET-MONTHS      PIC 9(03).                          00000200
           05 CVR-ANCHOR-DAY        PIC 9(02).                          00000210
           05 CVR-NEXT-RESET        PIC 9(08).                          00000220
      * ZERO UNTIL THE FIRST RESET                                      00000230
           05 CVR-LAST-RESET        PIC 9(08).                          00000240
           05 CVR-LAST-INDEX-RATE   PIC S9V9999 COMP-3.                 00000250
           05 CVR-STATUS            PIC X(01).                          00000260
               88 CVR-ST-ACTIVE      VALUE 'A'.                         00000270
      * TERMS ENDED - THE CONTRACT KEEPS ITS LAST RATE, FIXED           00000280
               88 CVR-ST-ENDED       VALUE 'E'.                         00000290
           05 CVR-SETUP-DATE        PIC 9(08).                          00000300
           05 CVR-STATUS-DATE       PIC 9(08).                          00000310
           05 FILLER                PIC X(17).                          00000320
