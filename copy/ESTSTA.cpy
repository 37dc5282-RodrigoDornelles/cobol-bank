      *DESCRIPTION.        ESTATE-REGISTER FILE STATUS/KEY
      *                    WORKING-STORAGE. ESTATE-REGISTER-KEY IS THE
      *                    RELATIVE RECORD NUMBER; EST-NUMBER IS
      *                    ASSIGNED TO MATCH IT.
       77  ESTATE-REGISTER-KEY               PIC 9(8).
       77  ESTATE-REGISTER-RECORD-COUNT      PIC 9(8).
       77  ESTATE-REGISTER-STATUS            PIC XX.
           88  ESTATE-REGISTER-OK              VALUE "00".
           88  ESTATE-REGISTER-NOT-FOUND       VALUE "23".
           88  ESTATE-REGISTER-MISSING         VALUE "35".
