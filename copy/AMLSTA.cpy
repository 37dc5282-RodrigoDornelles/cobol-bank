      *DESCRIPTION.        AML-ALERT FILE STATUS/KEY WORKING-STORAGE.
      *                    AML-ALERT-KEY IS THE RELATIVE RECORD NUMBER;
      *                    AML-CASE-NUMBER IS ASSIGNED TO MATCH IT, SO
      *                    A CASE IS FETCHED BY A DIRECT READ.
       77  AML-ALERT-KEY                     PIC 9(8).
       77  AML-ALERT-RECORD-COUNT            PIC 9(8).
       77  AML-ALERT-STATUS                  PIC XX.
           88  AML-ALERT-OK                    VALUE "00".
           88  AML-ALERT-NOT-FOUND             VALUE "23".
           88  AML-ALERT-MISSING               VALUE "35".
