               88 DLT-ACTION-CHANGE  VALUE 'C'.                         00000150
               88 DLT-ACTION-DELETE  VALUE 'D'.                         00000160
               88 DLT-ACTION-STATUS  VALUE 'S'.                         00000162
               88 DLT-ACTION-POST    VALUE 'P'.                         00000166
           05 DLT-DATE              PIC 9(08).                          00000170
           05 DLT-TIME              PIC 9(08).                          00000180
           05 DLT-PROGRAM-ID        PIC X(08).                          00000190
