      * EVERY REFERRED APPLICANT WITH THE SCORE DETAIL AND THE   *      00000110
      * RANKED REASON CODES THAT PUT THE CASE IN THE MIDDLE      *      00000120
      * BAND.  THE DESK CLEARS A PEND WITH A CONDOVRD OVERRIDE   *      00000130
      * TRANSACTION, OR FROM THE CONDWB WORKBENCH, ON A LATER    *      00000136
      * RUN.                                                     *      00000142
      * ********************************************************        00000150
       ENVIRONMENT DIVISION.                                            00000160
       INPUT-OUTPUT SECTION.                                            00000170
           05 PND-COMP-SCORE        PIC 9(03).                          00000350
           05 PND-REASON-CODES      PIC X(16).                          00000360
           05 PND-DATE              PIC 9(08).                          00000370
           05 PND-FIRST-DATE        PIC 9(08).                          00000376
           05 FILLER                PIC X(09).                          00000382
                                                                        00000390
       FD PEND-RPT-FILE.                                                00000400
       01 PEND-RPT-LINE             PIC X(133).                         00000410
