      *DESCRIPTION.        PIX-KEY-DIRECTORY FILE STATUS/KEY
      *                    WORKING-STORAGE. PIX-KEY-DIRECTORY-KEY IS THE
      *                    RELATIVE RECORD NUMBER, ASSIGNED SEQUENTIALLY
      *                    AT WRITE TIME -- A KEY IS FOUND BY A
      *                    SEQUENTIAL SCAN (PIXKFND).
       77  PIX-KEY-DIRECTORY-KEY             PIC 9(8).
       77  PIX-KEY-DIRECTORY-RECORD-COUNT    PIC 9(8).
       77  PIX-KEY-DIRECTORY-STATUS          PIC XX.
           88  PIX-KEY-DIRECTORY-OK            VALUE "00".
           88  PIX-KEY-DIRECTORY-NOT-FOUND     VALUE "23".
           88  PIX-KEY-DIRECTORY-MISSING       VALUE "35".
      *    QUESTION AND ANSWER OF PIX-KEY-DIRECTORY-SEEK-KEY (COPY
      *    PIXKFND) -- ONLY AN ACTIVE KEY COUNTS AS FOUND.
       77  PIX-SEEK-KEY                      PIC X(40).
       77  PIX-KEY-SEEK-FOUND-SW             PIC X.
           88  PIX-KEY-SEEK-FOUND              VALUE "Y".
           88  PIX-KEY-SEEK-NOT-FOUND          VALUE "N".
