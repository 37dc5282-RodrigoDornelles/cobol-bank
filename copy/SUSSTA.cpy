      *DESCRIPTION.        ICH-SUSPENSE FILE STATUS/KEY WORKING-STORAGE.
      *                    ICH-SUSPENSE-KEY IS THE RELATIVE RECORD
      *                    NUMBER; SUS-ITEM-NUMBER IS ASSIGNED TO MATCH
      *                    IT, SO AN ITEM IS FETCHED BY A DIRECT READ.
       77  ICH-SUSPENSE-KEY                  PIC 9(8).
       77  ICH-SUSPENSE-RECORD-COUNT         PIC 9(8).
       77  ICH-SUSPENSE-STATUS               PIC XX.
           88  ICH-SUSPENSE-OK                 VALUE "00".
           88  ICH-SUSPENSE-NOT-FOUND          VALUE "23".
           88  ICH-SUSPENSE-MISSING            VALUE "35".
