      ***************************************************************** 00000010
      * TUITRATE - TUITION AND FEE RATE TABLE RECORD LAYOUT          *  00000020
      * THE BURSAR'S RATES FOR A TERM, ONE RECORD PER ENTRY:         *  00000030
      *   'T' THE TERM CALENDAR - FIRST DAY AND PAYMENT DUE DATE;    *  00000040
      *   'C' TUITION PER REGISTERED CREDIT HOUR;                    *  00000050
      *   'F' A FLAT FEE (FEE CODE) CHARGED ONCE A TERM TO EVERY     *  00000060
      *       STUDENT CARRYING A REGISTERED LOAD;                    *  00000070
      *   'R' A REFUND SCHEDULE STEP - A WITHDRAWAL UP TO THIS MANY  *  00000080
      *       DAYS AFTER THE FIRST DAY GETS THIS PERCENT OF TUITION  *  00000090
      *       BACK; PAST THE LAST STEP NOTHING COMES BACK;           *  00000100
      *   'L' THE LATE FEE, CHARGED ONCE A TERM WHEN A BALANCE IS    *  00000110
      *       STILL OWED THIS MANY GRACE DAYS AFTER THE DUE DATE     *  00000120
      ***************************************************************** 00000130
       01 TUITION-RATE-RECORD.                                          00000140
           05 TRT-TERM              PIC X(05).                          00000150
           05 TRT-TYPE              PIC X(01).                          00000160
               88 TRT-TERM-CALENDAR  VALUE 'T'.                         00000170
               88 TRT-CREDIT-RATE    VALUE 'C'.                         00000180
               88 TRT-FLAT-FEE       VALUE 'F'.                         00000190
               88 TRT-REFUND-STEP    VALUE 'R'.                         00000200
               88 TRT-LATE-FEE       VALUE 'L'.                         00000210
           05 TRT-FEE-CD            PIC X(04).                          00000220
           05 TRT-DESC              PIC X(20).                          00000230
           05 TRT-AMOUNT            PIC 9(07)V99.                       00000240
           05 TRT-DAYS              PIC 9(03).                          00000250
           05 TRT-PCT               PIC 9(03).                          00000260
           05 TRT-START-DATE        PIC 9(08).                          00000270
           05 TRT-DUE-DATE          PIC 9(08).                          00000280
           05 FILLER                PIC X(19).                          00000290
