      *DESCRIPTION.        JUDICIAL-BLOCK FILE STATUS/KEY
      *                    WORKING-STORAGE. JUDICIAL-BLOCK-KEY IS THE
      *                    RELATIVE RECORD NUMBER; JUD-ORDER-NUMBER IS
      *                    ASSIGNED TO MATCH IT WHEN THE ORDER IS
      *                    TAKEN ON, SO AN ORDER IS FETCHED BY A
      *                    DIRECT READ. JUD-SEEK-ACCOUNT /
      *                    JUD-FROZEN-TOTAL ARE THE QUESTION AND
      *                    ANSWER OF JUDICIAL-FROZEN-BALANCE (COPY
      *                    JUDFND).
       77  JUDICIAL-BLOCK-KEY                PIC 9(8).
       77  JUDICIAL-BLOCK-RECORD-COUNT       PIC 9(8).
       77  JUDICIAL-BLOCK-STATUS             PIC XX.
           88  JUDICIAL-BLOCK-OK               VALUE "00".
           88  JUDICIAL-BLOCK-NOT-FOUND        VALUE "23".
           88  JUDICIAL-BLOCK-MISSING          VALUE "35".
       77  JUD-SEEK-ACCOUNT                  PIC 9(10).
       77  JUD-FROZEN-TOTAL                  PIC 9(9)V99.
