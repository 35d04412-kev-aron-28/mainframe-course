           05 HST-PRODUCT-CD        PIC X(04).                          00000500
           05 HST-SCORE             PIC 9(03).                          00000510
           05 HST-OVERRIDE          PIC X(01).                          00000520
           05 FILLER                PIC X(45).                          00000525
                                                                        00000530
       FD AUDIT-FILE.                                                   00000540
       01 CONDI-AUDIT-REC.                                              00000550
