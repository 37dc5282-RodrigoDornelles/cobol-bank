      *DESCRIPTION.        VAULT-MOVEMENT FILE STATUS/KEY
      *                    WORKING-STORAGE. VAULT-MOVEMENT-KEY IS THE
      *                    RELATIVE RECORD NUMBER; VM-MOVEMENT-NUMBER IS
      *                    ASSIGNED TO MATCH IT.
       77  VAULT-MOVEMENT-KEY                PIC 9(8).
       77  VAULT-MOVEMENT-RECORD-COUNT       PIC 9(8).
       77  VAULT-MOVEMENT-STATUS             PIC XX.
           88  VAULT-MOVEMENT-OK               VALUE "00".
           88  VAULT-MOVEMENT-NOT-FOUND        VALUE "23".
           88  VAULT-MOVEMENT-MISSING          VALUE "35".
