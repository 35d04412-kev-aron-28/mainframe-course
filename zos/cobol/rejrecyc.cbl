       01 REPAIRED-REC.                                                 00000870
           05 RPR-ACTION-CD         PIC X(01).                          00000880
           05 RPR-REC-IMAGE         PIC X(100).                         00000890
      *> MAKER ON THE TRANSACTION, FOR ANY MYFMAINT HOLDS FOR RELEASE   00000893
           05 RPR-OPER-ID           PIC X(08).                          00000896
           05 FILLER                PIC X(01).                          00000900
                                                                        00000910
       FD CARRY-FWD-FILE.                                               00000920
       01 CARRY-FWD-REC.                                                00000930
      *> OLD KEY PLUS AN ADD OF THE NEW RECORD                          00004770
      *> ***************************************************************00004780
       2400-WRITE-REPAIRED.                                             00004790
           MOVE SPACES TO REPAIRED-REC                                  00004793
           MOVE "REJRECYC" TO RPR-OPER-ID                               00004796
           IF MYFREC-ACCT-NO OF WS-REJ-IMAGE = WS-ORIG-ACCT-NO          00004800
              MOVE 'C' TO RPR-ACTION-CD                                 00004810
              MOVE WS-REJ-IMAGE TO RPR-REC-IMAGE                        00004820
