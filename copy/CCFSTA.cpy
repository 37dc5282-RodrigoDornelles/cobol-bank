      *DESCRIPTION.        CCF-REGISTRY FILE STATUS/KEY WORKING-STORAGE.
      *                    CCF-REGISTRY-KEY IS THE RELATIVE RECORD
      *                    NUMBER, ASSIGNED SEQUENTIALLY AT WRITE TIME.
      *                    CCF-SEEK-CPF / CCF-SEEK-FOUND ARE THE
      *                    QUESTION AND ANSWER OF CCF-REGISTRY-SEEK-CPF
      *                    (COPY CCFFND).
       77  CCF-REGISTRY-KEY                  PIC 9(8).
       77  CCF-REGISTRY-RECORD-COUNT         PIC 9(8).
       77  CCF-REGISTRY-STATUS               PIC XX.
           88  CCF-REGISTRY-OK                 VALUE "00".
           88  CCF-REGISTRY-NOT-FOUND          VALUE "23".
           88  CCF-REGISTRY-MISSING            VALUE "35".
       77  CCF-SEEK-CPF                      PIC 9(11).
       77  CCF-SEEK-FOUND-SW                 PIC X.
           88  CCF-SEEK-FOUND                  VALUE "Y".
           88  CCF-SEEK-NOT-FOUND              VALUE "N".
