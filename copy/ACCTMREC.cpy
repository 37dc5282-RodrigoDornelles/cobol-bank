               88  ACCT-STATUS-INACTIVE        VALUE "I".
      *    CLOSED IS FINAL -- SEE MAN19.
               88  ACCT-STATUS-CLOSED          VALUE "C".
      *    FROZEN BECAUSE A HOLDER -- OWNER OR JOINT SECOND HOLDER --
      *    HAS DIED (MAN26). LIFTED ONLY BY MAN26'S ESTATE PAYOUT,
      *    WHICH CLOSES THE DECEASED'S OWN ACCOUNTS AND RETURNS A
      *    SURVIVOR'S JOINT ACCOUNT TO ACTIVE.
               88  ACCT-STATUS-ESTATE-FROZEN   VALUE "F".
           02  ACCT-OPEN-DATE                PIC 9(8).
      *    AUTHORIZED OVERDRAFT LIMIT, A CHECKING-PRODUCT FACILITY
      *    SET BY A SUPERVISOR IN MAN13. CARVED OUT OF THE RESERVED
