      *DESCRIPTION.        CARD-AUTH FILE STATUS/KEY WORKING-STORAGE.
      *                    CARD-AUTH-KEY IS THE RELATIVE RECORD NUMBER;
      *                    CAU-AUTH-NUMBER IS ASSIGNED TO MATCH IT, SO
      *                    AN AUTHORIZATION IS FETCHED BY A DIRECT
      *                    READ. CAU-SEEK-ACCOUNT / CAU-SEEK-DATE /
      *                    CAU-HELD-TOTAL ARE THE WORK AREA AND ANSWER
      *                    OF CARD-HELD-BALANCE (COPY CAUFND).
       77  CARD-AUTH-KEY                     PIC 9(8).
       77  CARD-AUTH-RECORD-COUNT            PIC 9(8).
       77  CARD-AUTH-STATUS                  PIC XX.
           88  CARD-AUTH-OK                    VALUE "00".
           88  CARD-AUTH-NOT-FOUND             VALUE "23".
           88  CARD-AUTH-MISSING               VALUE "35".
       77  CAU-SEEK-ACCOUNT                  PIC 9(10).
       77  CAU-SEEK-DATE                     PIC 9(8).
       77  CAU-HELD-TOTAL                    PIC 9(9)V99.
