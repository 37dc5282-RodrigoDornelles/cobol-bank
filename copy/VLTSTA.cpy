      *DESCRIPTION.        VAULT-POSITION FILE STATUS/KEY
      *                    WORKING-STORAGE. VAULT-POSITION-KEY IS THE
      *                    RELATIVE RECORD NUMBER, ASSIGNED SEQUENTIALLY
      *                    AT WRITE TIME. VLT-SEEK-BRANCH /
      *                    VLT-SEEK-FOUND ARE THE QUESTION AND ANSWER OF
      *                    VAULT-POSITION-SEEK-BRANCH (COPY VLTFND).
       77  VAULT-POSITION-KEY                PIC 9(8).
       77  VAULT-POSITION-RECORD-COUNT       PIC 9(8).
       77  VAULT-POSITION-STATUS             PIC XX.
           88  VAULT-POSITION-OK               VALUE "00".
           88  VAULT-POSITION-NOT-FOUND        VALUE "23".
           88  VAULT-POSITION-MISSING          VALUE "35".
       77  VLT-SEEK-BRANCH                   PIC 9(4).
       77  VLT-SEEK-FOUND-SW                 PIC X.
           88  VLT-SEEK-FOUND                  VALUE "Y".
           88  VLT-SEEK-NOT-FOUND              VALUE "N".
