               88 CHG-ACTION-CHANGE  VALUE 'C'.                         00000150
               88 CHG-ACTION-DELETE  VALUE 'D'.                         00000160
               88 CHG-ACTION-STATUS  VALUE 'S'.                         00000162
               88 CHG-ACTION-POST    VALUE 'P'.                         00000166
           05 CHG-DATE              PIC 9(08).                          00000170
           05 CHG-TIME              PIC 9(08).                          00000180
           05 CHG-PROGRAM-ID        PIC X(08).                          00000190
