      *DESCRIPTION.        BILL-PAYMENT FILE STATUS/KEY WORKING-STORAGE.
      *                    BILL-PAYMENT-KEY IS THE RELATIVE RECORD
      *                    NUMBER; BIL-PAYMENT-NUMBER IS ASSIGNED TO
      *                    MATCH IT, SO A PAYMENT IS FETCHED BY A DIRECT
      *                    READ.
       77  BILL-PAYMENT-KEY                  PIC 9(8).
       77  BILL-PAYMENT-RECORD-COUNT         PIC 9(8).
       77  BILL-PAYMENT-STATUS               PIC XX.
           88  BILL-PAYMENT-OK                 VALUE "00".
           88  BILL-PAYMENT-NOT-FOUND          VALUE "23".
           88  BILL-PAYMENT-MISSING            VALUE "35".
