      ***************************************************************** 00000010
      * DUALPEND - DUAL-CONTROL PENDING ITEM (KSDS, KEY DPD-KEY)     *  00000020
      * ONE RECORD PER CHANGE HELD FOR A SECOND OPERATOR: A HIGH-    *  00000030
      * VALUE OR STATUS MYFMAINT TRANSACTION, A MYFINQ SCREEN        *  00000040
      * CORRECTION OR A CONDI OVERRIDE.  THE MAKER KEYED IT, THE     *  00000050
      * CHECKER RELEASES OR DECLINES IT THROUGH DUALREL, AND THE     *  00000060
      * OWNING PROGRAM APPLIES IT ONCE RELEASED.  THE ITEM IMAGE     *  00000070
      * IS THE ORIGINAL MNTIN OR CONDOVRD RECORD AS KEYED            *  00000080
      ***************************************************************** 00000090
       01 DUAL-PEND-RECORD.                                             00000100
           05 DPD-KEY.                                                  00000110
               10 DPD-HELD-DATE     PIC 9(08).                          00000120
               10 DPD-ORIGIN        PIC X(01).                          00000130
                   88 DPD-FROM-MYFMAINT  VALUE 'M'.                     00000140
                   88 DPD-FROM-MYFINQ    VALUE 'Q'.                     00000150
                   88 DPD-FROM-CONDI     VALUE 'O'.                     00000160
               10 DPD-HELD-SEQ      PIC 9(06).                          00000170
           05 DPD-REASON            PIC X(02).                          00000180
               88 DPD-RSN-AMOUNT     VALUE 'AM'.                        00000190
               88 DPD-RSN-STATUS     VALUE 'ST'.                        00000200
               88 DPD-RSN-CORRECTION VALUE 'CR'.                        00000210
               88 DPD-RSN-OVERRIDE   VALUE 'OV'.                        00000220
           05 DPD-STATUS            PIC X(01).                          00000230
               88 DPD-PENDING        VALUE 'P'.                         00000240
               88 DPD-RELEASED       VALUE 'R'.                         00000250
               88 DPD-DECLINED       VALUE 'D'.                         00000260
               88 DPD-APPLIED        VALUE 'A'.                         00000270
               88 DPD-REFUSED        VALUE 'X'.                         00000280
               88 DPD-APPLY-FAILED   VALUE 'F'.                         00000290
           05 DPD-MAKER-ID          PIC X(08).                          00000300
           05 DPD-CHECKER-ID        PIC X(08).                          00000310
           05 DPD-DECIDED-DATE      PIC 9(08).                          00000320
           05 DPD-APPLIED-DATE      PIC 9(08).                          00000330
      * ACCOUNT NUMBER FOR A MYFILE ITEM, APPLICANT ID FOR AN           00000340
      * OVERRIDE; THE AMOUNT IS THE ONE THAT TRIPPED THE LIMIT          00000350
           05 DPD-REF-NO            PIC 9(09).                          00000360
           05 DPD-AMOUNT            PIC S9(11)V99 COMP-3.               00000370
           05 DPD-ITEM-IMAGE        PIC X(110).                         00000380
      * THE CHECKER'S NOTE ON A RELEASE OR DECLINE                      00000383
           05 DPD-DECIDE-NOTE       PIC X(20).                          00000386
           05 FILLER                PIC X(04).                          00000390
