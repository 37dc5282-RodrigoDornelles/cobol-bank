      *DESCRIPTION.        PIX KEY DIRECTORY RECORD LAYOUT -- ONE
      *                    RECORD PER KEY A CUSTOMER HAS REGISTERED
      *                    WITH US FOR RECEIVING PIX PAYMENTS. THE KEY
      *                    VALUE IS WHAT THE PAYER TYPES: THE HOLDER'S
      *                    CPF (11 DIGITS), MOBILE PHONE OR E-MAIL --
      *                    EACH MUST MATCH CLIENT-CPF, CLIENT-PHONE OR
      *                    CLIENT-EMAIL ON THE OWNER'S MASTER RECORD AT
      *                    REGISTRATION (MAN22) -- OR A RANDOM KEY THE
      *                    SYSTEM GENERATES. A KEY POINTS AT ONE
      *                    ACCOUNT, AND AN ACTIVE KEY VALUE IS NEVER ON
      *                    FILE TWICE. A DELETED KEY IS NEVER REMOVED
      *                    -- PIXK-STATUS FLIPS TO "D" SO ITS HISTORY
      *                    SURVIVES, SAME DOCTRINE AS CHEQUE-CONTROL,
      *                    AND THE SAME VALUE MAY THEN BE REGISTERED
      *                    AGAIN.
       01  PIX-KEY-RECORD.
           02  PIXK-KEY-TYPE                 PIC X.
               88  PIXK-IS-CPF                 VALUE "C".
               88  PIXK-IS-PHONE               VALUE "P".
               88  PIXK-IS-EMAIL               VALUE "E".
               88  PIXK-IS-RANDOM              VALUE "R".
           02  PIXK-KEY-VALUE                PIC X(40).
           02  PIXK-ACCOUNT-NUMBER           PIC 9(10).
           02  PIXK-CLIENT-HASH              PIC 9(10).
           02  PIXK-STATUS                   PIC X.
               88  PIXK-STATUS-ACTIVE          VALUE "A".
               88  PIXK-STATUS-DELETED         VALUE "D".
           02  PIXK-REGISTERED-DATE          PIC 9(8).
           02  PIXK-STATUS-DATE              PIC 9(8).
           02  FILLER                        PIC X(10).
