      ***************************************************************** 00000010
      * TINWS - TAXPAYER ID EDIT WORK FIELDS                         *  00000020
      * COPIED INTO WORKING-STORAGE ALONGSIDE TINCHK BY EVERY        *  00000030
      * PROGRAM THAT ACCEPTS OR REPORTS A PAYEE TIN                  *  00000040
      ***************************************************************** 00000050
       01 WS-TIN-TYPE PIC X(01) VALUE SPACE.                            00000060
           88 WS-TIN-SSN VALUE 'S'.                                     00000070
           88 WS-TIN-ITIN VALUE 'I'.                                    00000080
           88 WS-TIN-EIN VALUE 'E'.                                     00000090
       01 WS-TIN-VALUE PIC X(09) VALUE SPACES.                          00000100
       01 WS-TIN-NUM REDEFINES WS-TIN-VALUE PIC 9(09).                  00000110
       01 WS-TIN-SSN-VIEW REDEFINES WS-TIN-VALUE.                       00000120
           05 WS-TIN-AREA PIC 9(03).                                    00000130
               88 WS-TIN-AREA-UNISSUED VALUES 000, 666, 900 THRU 999.   00000140
               88 WS-TIN-AREA-ITIN VALUES 900 THRU 999.                 00000150
           05 WS-TIN-GROUP PIC 9(02).                                   00000160
               88 WS-TIN-GROUP-ITIN VALUES 50 THRU 65, 70 THRU 88,      00000170
                  90 THRU 92, 94 THRU 99.                               00000180
           05 WS-TIN-SERIAL PIC 9(04).                                  00000190
       01 WS-TIN-EIN-VIEW REDEFINES WS-TIN-VALUE.                       00000200
           05 WS-TIN-PREFIX PIC 9(02).                                  00000210
               88 WS-TIN-PREFIX-UNISSUED VALUES 00, 07, 08, 09, 17,     00000220
                  18, 19, 28, 29, 49, 69, 70, 78, 79, 89, 96, 97.       00000230
           05 FILLER PIC 9(07).                                         00000240
       01 WS-TIN-OK-SW PIC X(01) VALUE 'N'.                             00000250
           88 WS-TIN-OK VALUE 'Y'.                                      00000260
       01 WS-TIN-REASON PIC X(30) VALUE SPACES.                         00000270
       01 WS-TIN-QUOT PIC 9(09) VALUE ZEROES.                           00000280
       01 WS-TIN-REM PIC 9(09) VALUE ZEROES.                            00000290
