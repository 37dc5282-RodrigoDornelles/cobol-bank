      *DESCRIPTION.        PIX-MOVEMENT FILE STATUS/KEY WORKING-STORAGE.
      *                    PIX-MOVEMENT-KEY IS THE RELATIVE RECORD
      *                    NUMBER; PIXM-MOVEMENT-NUMBER IS ASSIGNED TO
      *                    MATCH IT, SO A MOVEMENT IS FETCHED BY A
      *                    DIRECT READ.
       77  PIX-MOVEMENT-KEY                  PIC 9(8).
       77  PIX-MOVEMENT-RECORD-COUNT         PIC 9(8).
       77  PIX-MOVEMENT-STATUS               PIC XX.
           88  PIX-MOVEMENT-OK                 VALUE "00".
           88  PIX-MOVEMENT-NOT-FOUND          VALUE "23".
           88  PIX-MOVEMENT-MISSING            VALUE "35".
