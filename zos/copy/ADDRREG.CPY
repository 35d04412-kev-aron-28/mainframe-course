      ***************************************************************** 00000010
      * ADDRREG - CUSTOMER ADDRESS REGISTER RECORD                   *  00000020
      * ONE RECORD PER CUSTOMER: THE MAILING ADDRESS AS CUSTFILE     *  00000030
      * HELD IT AT THE LAST ADDRCHG RUN, AND THE DATE ADDRCHG LAST   *  00000040
      * SAW IT CHANGE.  EACH NIGHT'S GENERATION IS THE PRIOR IMAGE   *  00000050
      * THE NEXT NIGHT COMPARES AGAINST; STMTGEN READS THE SAME      *  00000060
      * GENERATION TO HOLD STATEMENTS THROUGH THE COOLING-OFF        *  00000070
      * PERIOD AFTER A CHANGE.  A ZERO CHANGE DATE IS AN ADDRESS     *  00000080
      * THAT HAS NOT CHANGED SINCE THE CUSTOMER WAS FIRST REGISTERED *  00000090
      ***************************************************************** 00000100
       01 ADDR-REG-RECORD.                                              00000110
           05 ARG-CUST-ID           PIC 9(09).                          00000120
           05 ARG-ADDRESS.                                              00000130
               10 ARG-ADDR-LINE1    PIC X(30).                          00000140
               10 ARG-ADDR-LINE2    PIC X(30).                          00000150
               10 ARG-CITY          PIC X(20).                          00000160
               10 ARG-STATE         PIC X(02).                          00000170
               10 ARG-ZIP           PIC X(10).                          00000180
           05 ARG-LAST-CHG-DATE     PIC 9(08).                          00000190
           05 FILLER                PIC X(11).                          00000200
