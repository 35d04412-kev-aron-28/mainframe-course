      ***************************************************************** 00000010
      * PRTHWS - WORKING-STORAGE FIELDS FOR THE PRINT-SHOP HAND-OFF  *  00000020
      * PARAGRAPH.  COPIED INTO WORKING-STORAGE ALONGSIDE THE PRTHAND*  00000030
      * RECORD AND PRTHPAR PARAGRAPH                                 *  00000040
      ***************************************************************** 00000050
       01 FS-PRINT-HANDOFF-FILE     PIC XX.                             00000060
