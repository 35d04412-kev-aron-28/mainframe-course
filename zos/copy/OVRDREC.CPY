      ***************************************************************** 00000010
      * OVRDREC - UNDERWRITING OVERRIDE TRANSACTION LAYOUT            * 00000020
      * ONE RECORD PER DESK DECISION ON AN APPLICANT: THE FINAL       * 00000030
      * DECISION, THE AUTHORIZING OFFICER, THE NOTES AND THE REASON   * 00000040
      * CODE THE DESK DECLINED ON.  KEYED AS CONDOVRD CARDS OR        * 00000050
      * QUEUED FROM THE CONDWB WORKBENCH TO THE OVRQ EXTRAPARTITION   * 00000060
      * TD QUEUE, WHOSE CLOSED DATASET THE NIGHTLY OVRQMRG STEP       * 00000070
      * DRAINS ONTO THE OVERRIDE FILE AHEAD OF THE CONDI STEP         * 00000080
      ***************************************************************** 00000090
       01 OVERRIDE-RECORD.                                              00000100
           05 OVRD-APPL-ID          PIC 9(09).                          00000110
           05 OVRD-DECISION         PIC X(10).                          00000120
           05 OVRD-OFFICER          PIC X(08).                          00000130
           05 OVRD-REASON           PIC X(40).                          00000140
           05 OVRD-RSN-CODE         PIC X(04).                          00000150
           05 FILLER                PIC X(09).                          00000160
