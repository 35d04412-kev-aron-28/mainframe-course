      * WRITTEN BEFORE THE FIELD EXISTED), SET THROUGH MYFMAINT 'S'     00000132
      * TRANSACTIONS.  FROZEN ACCOUNTS EXTRACT WITHOUT A SERVICE        00000133
      * CHARGE; CLOSED ACCOUNTS ARE EXCLUDED FROM THE EXTRACT AND       00000134
      * NOTED ON THE FINAL STATEMENT.  DORMANT AND ESCHEATED ARE SET    00000144
      * BY THE DORMANCY JOB: DORMANT AFTER THE OWNER'S STATE DORMANCY   00000154
      * PERIOD WITH NO ACTIVITY (A NEW POSTING REOPENS IT), ESCHEATED   00000164
      * ONCE REPORTED TO THE STATE AS UNCLAIMED PROPERTY.               00000174
           05 MYFREC-STATUS            PIC X(01).                       00000184
               88 MYFREC-ST-OPEN        VALUES ' ', 'O'.                00000194
               88 MYFREC-ST-FROZEN      VALUE 'F'.                      00000204
               88 MYFREC-ST-CLOSED      VALUE 'C'.                      00000214
               88 MYFREC-ST-DORMANT     VALUE 'D'.                      00000224
               88 MYFREC-ST-ESCHEATED   VALUE 'E'.                      00000234
           05 MYFREC-STATUS-DATE       PIC 9(08).                       00000244
      * FEEDING BRANCH.  SPACES ON RECORDS CAPTURED BEFORE THE CODE     00000254
      * WAS CARRIED; THE EXTRACT AND THE MORNING REPORT GROUP THOSE     00000264
      * UNDER THE UNASSIGNED BRANCH.                                    00000274
           05 MYFREC-BRANCH-CD         PIC X(04).                       00000284
      * PRODUCT THE ACCOUNT WAS OPENED UNDER, FROM THE APPROVED         00000294
      * APPLICATION WHEN THE ACCOUNT-OPENING STEP SET IT UP.  SPACES    00000304
      * ON ACCOUNTS OPENED BY HAND BEFORE THE CODE WAS CARRIED.         00000314
           05 MYFREC-PRODUCT-CD        PIC X(04).                       00000324
           05 FILLER                   PIC X(09).                       00000334
