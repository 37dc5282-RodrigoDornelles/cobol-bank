      *DESCRIPTION.        BOUNCED-CHEQUE REGISTRY (CCF) RECORD LAYOUT
      *                    -- ONE RECORD PER OCCURRENCE REPORTED TO
      *                    THE CENTRAL BANK: A CHEQUE OF OURS RETURNED
      *                    A SECOND TIME FOR INSUFFICIENT FUNDS
      *                    (REASON 12) BY INWARD CLEARING (BAT19).
      *                    WHILE ANY OCCURRENCE FOR A CPF IS ACTIVE,
      *                    MAN14 REFUSES TO REGISTER A NEW CHEQUEBOOK
      *                    FOR AN ACCOUNT THAT CPF HOLDS. AN
      *                    OCCURRENCE THE CUSTOMER HAS SETTLED IS
      *                    NEVER DELETED -- CCF-STATUS FLIPS TO "E"
      *                    (EXCLUDED) SO ITS HISTORY SURVIVES.
       01  CCF-REGISTRY-RECORD.
           02  CCF-CPF                       PIC 9(11).
           02  CCF-CLIENT-NAME               PIC X(32).
           02  CCF-ACCOUNT-NUMBER            PIC 9(10).
           02  CCF-CHEQUE-NUMBER             PIC 9(10).
           02  CCF-AMOUNT                    PIC 9(9)V99.
           02  CCF-RETURN-REASON             PIC 9(02).
           02  CCF-INCLUSION-DATE            PIC 9(8).
           02  CCF-STATUS                    PIC X.
               88  CCF-STATUS-ACTIVE           VALUE "A".
               88  CCF-STATUS-EXCLUDED         VALUE "E".
           02  CCF-STATUS-DATE               PIC 9(8).
           02  FILLER                        PIC X(10).
