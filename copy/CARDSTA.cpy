      *DESCRIPTION.        CARD-MASTER FILE STATUS/KEY WORKING-STORAGE.
      *                    CARD-MASTER-KEY IS THE RELATIVE RECORD
      *                    NUMBER, AND IT IS BUILT INTO THE CARD
      *                    NUMBER ITSELF (SEE CARDREC.CPY), SO A CARD
      *                    IS FETCHED BY A DIRECT READ. CARD-SEEK-
      *                    NUMBER / CARD-SEEK-SW ARE THE QUESTION AND
      *                    ANSWER OF CARD-MASTER-SEEK-NUMBER (COPY
      *                    CARDFND).
       77  CARD-MASTER-KEY                   PIC 9(9).
       77  CARD-MASTER-RECORD-COUNT          PIC 9(9).
       77  CARD-MASTER-STATUS                PIC XX.
           88  CARD-MASTER-OK                  VALUE "00".
           88  CARD-MASTER-NOT-FOUND           VALUE "23".
           88  CARD-MASTER-MISSING             VALUE "35".
       77  CARD-SEEK-NUMBER                  PIC 9(16).
       77  CARD-SEEK-SW                      PIC X.
           88  CARD-SEEK-FOUND                 VALUE "Y".
           88  CARD-SEEK-NOT-FOUND             VALUE "N".
      *    OUR ISSUER BIN, AND THE WORK AREA CARD-CHECK-DIGIT-OF AND
      *    CARD-MASTER-SEEK-NUMBER TAKE A CARD NUMBER APART IN.
       77  CARD-OUR-BIN                      PIC 9(6) VALUE 506700.
       01  CARD-CHECK-NUMBER                 PIC 9(16).
       01  CARD-CHECK-PARTS REDEFINES CARD-CHECK-NUMBER.
           02  CARD-CHECK-BIN                PIC 9(6).
           02  CARD-CHECK-KEY                PIC 9(9).
           02  CARD-CHECK-LAST               PIC 9.
       77  CARD-CHECK-I                      PIC 99.
       77  CARD-CHECK-ONE                    PIC 9.
       77  CARD-CHECK-ONE-X2                 PIC 99.
       77  CARD-CHECK-SUM                    PIC 999.
       77  CARD-CHECK-DIGIT                  PIC 9.
