      *> REPORT-ONLY OPERATORS                                          00000330
      *> ***************************************************************00000340
       FD OPER-SEC-FILE.                                                00000350
       COPY OPERSEC.                                                    00000360
                                                                        00000400
       FD AUDIT-LOG-FILE.                                               00000410
       COPY AUDITLOG.                                                   00000420
