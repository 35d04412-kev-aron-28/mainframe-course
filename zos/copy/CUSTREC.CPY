               88 CUST-DO-NOT-CONTACT VALUE 'N'.                        00000350
               88 CUST-LEGAL-HOLD    VALUE 'L'.                         00000360
               88 CUST-SUPPRESSED    VALUES 'D', 'N', 'L'.              00000370
      * PAYEE TAXPAYER ID FOR THE YEAR-END INFORMATION RETURNS,         00000380
      * MAINTAINED THROUGH CUSTMNT 'T' TRANSACTIONS AND EDITED BY       00000390
      * TINCHK.  PACKED SO IT FITS THE OLD FILLER; A TYPE OF SPACE      00000400
      * MEANS NO TIN HAS EVER BEEN CERTIFIED FOR THE CUSTOMER           00000410
           05 CUST-TIN              PIC 9(09) COMP-3.                   00000420
           05 CUST-TIN-TYPE         PIC X(01).                          00000430
               88 CUST-TIN-NONE      VALUE ' '.                         00000440
               88 CUST-TIN-SSN       VALUE 'S'.                         00000450
               88 CUST-TIN-ITIN      VALUE 'I'.                         00000460
               88 CUST-TIN-EIN       VALUE 'E'.                         00000470
      * SANCTIONS SCREENING HOLD, MAINTAINED THROUGH CUSTMNT 'W'        00000480
      * TRANSACTIONS THAT SANCSCRN QUEUES WHEN A CUSTOMER'S NAME        00000490
      * MATCHES THE WATCH LIST AND LIFTS ONCE COMPLIANCE CLEARS         00000500
      * EVERY OPEN HIT.  A HELD CUSTOMER IS NEVER GIVEN A NEW ACCOUNT   00000510
           05 CUST-SANC-HOLD        PIC X(01).                          00000520
               88 CUST-SANC-CLEAR    VALUE ' '.                         00000530
               88 CUST-SANC-HELD     VALUE 'H'.                         00000540
           05 FILLER                PIC X(01).                          00000550
