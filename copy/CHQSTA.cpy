      *                    RELATIVE RECORD NUMBER, ASSIGNED
      *                    SEQUENTIALLY AT WRITE TIME -- LOOKUPS ARE
      *                    SEQUENTIAL SCANS, SAME AS OPERATOR-MASTER.
      *                    CHQ-SEEK-ACCOUNT / CHQ-SEEK-NUMBER ARE THE
      *                    QUESTION PUT TO THE CHEQUE CHECKS IN
      *                    CHQFND.CPY; THE SWITCHES BELOW THEM ARE THE
      *                    ANSWERS.
       77  CHEQUE-CONTROL-KEY                PIC 9(8).
       77  CHEQUE-CONTROL-RECORD-COUNT       PIC 9(8).
       77  CHEQUE-CONTROL-STATUS             PIC XX.
           88  CHEQUE-CONTROL-OK               VALUE "00".
           88  CHEQUE-CONTROL-NOT-FOUND        VALUE "23".
           88  CHEQUE-CONTROL-MISSING          VALUE "35".
       77  CHQ-SEEK-ACCOUNT                  PIC 9(10).
       77  CHQ-SEEK-NUMBER                   PIC 9(10).
       77  NUMBER-IN-RANGE-SW                PIC X.
           88  NUMBER-IN-RANGE                 VALUE "Y".
           88  NUMBER-NOT-IN-RANGE             VALUE "N".
      *    WHETHER THE BOOK THAT COVERS THE NUMBER WAS FROZEN ON A
      *    HOLDER'S DEATH, OR CANCELLED WHEN THE ESTATE WAS PAID OUT
      *    -- MEANINGFUL ONLY WITH NUMBER-IN-RANGE.
       77  BOOK-FROZEN-SW                    PIC X.
           88  BOOK-ESTATE-FROZEN              VALUE "Y".
           88  BOOK-NOT-FROZEN                 VALUE "N".
       77  STOP-ACTIVE-SW                    PIC X.
           88  STOP-IS-ACTIVE                  VALUE "Y".
           88  NO-ACTIVE-STOP                  VALUE "N".
      *    RELATIVE RECORD NUMBER OF THE STOP CHECK-ACTIVE-STOP FOUND,
      *    SO A LIFT CAN REWRITE IT.
       77  STOP-FOUND-KEY                    PIC 9(8).
       77  ALREADY-PAID-SW                   PIC X.
           88  CHEQUE-ALREADY-PAID             VALUE "Y".
           88  CHEQUE-NOT-PAID                 VALUE "N".
