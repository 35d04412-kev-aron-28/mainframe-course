      ***************************************************************** 00000010
      * STORDREC - STANDING-ORDER MASTER RECORD LAYOUT               *  00000020
      * ONE RECORD PER CUSTOMER STANDING INSTRUCTION TO MOVE A FIXED *  00000030
      * AMOUNT FROM ONE MYFILE ACCOUNT TO ANOTHER ON A SCHEDULE,     *  00000040
      * KEYED BY ORDER NUMBER.  SET UP, CHANGED AND CANCELLED BY     *  00000050
      * STORDMNT; EXECUTED AND ADVANCED EACH BUSINESS NIGHT BY       *  00000060
      * STORDRUN.  THE NEXT-DUE DATE IS THE SCHEDULED DATE BEFORE    *  00000070
      * ANY WEEKEND OR HOLIDAY ROLL, SO THE SCHEDULE NEVER DRIFTS;   *  00000080
      * THE ANCHOR DAY KEEPS A MONTHLY ORDER SET UP ON THE 31ST ON   *  00000090
      * THE LAST DAY OF THE SHORTER MONTHS.  FIXED LENGTH 100 BYTES  *  00000100
      ***************************************************************** 00000110
       01 STANDING-ORDER-RECORD.                                        00000120
           05 SOR-ORDER-NO          PIC 9(09).                          00000130
           05 SOR-FROM-ACCT         PIC 9(09).                          00000140
           05 SOR-TO-ACCT           PIC 9(09).                          00000150
      * IN THE CURRENCY BOTH ACCOUNTS ARE KEPT IN                       00000160
           05 SOR-AMOUNT            PIC S9(11)V99 COMP-3.               00000170
           05 SOR-FREQUENCY         PIC X(01).                          00000180
               88 SOR-FREQ-WEEKLY    VALUE 'W'.                         00000190
               88 SOR-FREQ-FORTNIGHT VALUE 'F'.                         00000200
               88 SOR-FREQ-MONTHLY   VALUE 'M'.                         00000210
               88 SOR-FREQ-QUARTERLY VALUE 'Q'.                         00000220
               88 SOR-FREQ-ANNUAL    VALUE 'A'.                         00000230
               88 SOR-FREQ-VALID     VALUES 'W' 'F' 'M' 'Q' 'A'.        00000240
           05 SOR-ANCHOR-DAY        PIC 9(02).                          00000250
           05 SOR-NEXT-DUE-DATE     PIC 9(08).                          00000260
      * ZERO RUNS UNTIL CANCELLED                                       00000270
           05 SOR-END-DATE          PIC 9(08).                          00000280
           05 SOR-STATUS            PIC X(01).                          00000290
               88 SOR-ST-ACTIVE      VALUE 'A'.                         00000300
               88 SOR-ST-CANCELLED   VALUE 'C'.                         00000310
               88 SOR-ST-ENDED       VALUE 'E'.                         00000320
           05 SOR-STATUS-DATE       PIC 9(08).                          00000330
           05 SOR-SETUP-DATE        PIC 9(08).                          00000340
      * LAST NIGHT THE ORDER CAME DUE AND WHAT HAPPENED: SPACES WHEN    00000350
      * BOTH LEGS POSTED, OTHERWISE THE REASON CODE IT FAILED ON        00000360
           05 SOR-LAST-RUN-DATE     PIC 9(08).                          00000370
           05 SOR-LAST-RESULT       PIC X(04).                          00000380
           05 SOR-FAIL-COUNT        PIC 9(03).                          00000390
           05 FILLER                PIC X(15).                          00000400
