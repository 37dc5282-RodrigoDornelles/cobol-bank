      *    HELD-AMOUNT, AND REVERSING IT IS THE ONE DEBIT THE HOLD
      *    MUST NOT BLOCK, SO THE CHECKS BELOW ADD IT BACK IN.
       77  ORIGINAL-HOLD-RELEASE-DATE         PIC 9(8).
      *    THE ORIGINAL'S POSTING AND VALUE DATES -- SEE TXN-VALUE-DATE
      *    IN ACCTXREC.CPY.
       77  ORIGINAL-TXN-DATE                  PIC 9(8).
       77  ORIGINAL-VALUE-DATE                PIC 9(8).
      *    SIZED TO THE FULL ACCOUNT-TXN-RECORD -- KEEP IN STEP WITH
      *    ACCTXREC.CPY WHEN THE LEDGER LAYOUT WIDENS.
       77  BEFORE-TXN-IMAGE                   PIC X(97).
       01  PICK-LIST-LINE.
           02  PL-SEQUENCE                   PIC 9(8).
           02  FILLER                        PIC X(02) VALUE SPACES.
           MOVE REVERSE-SEQUENCE TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE CURRENT-OPERATOR-BRANCH TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           IF ORIGINAL-VALUE-DATE < ORIGINAL-TXN-DATE
               MOVE ORIGINAL-VALUE-DATE TO TXN-VALUE-DATE
           END-IF
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
                           MOVE TXN-AMOUNT TO ORIGINAL-AMOUNT
                           MOVE TXN-HOLD-RELEASE-DATE
                               TO ORIGINAL-HOLD-RELEASE-DATE
                           MOVE TXN-DATE TO ORIGINAL-TXN-DATE
                           MOVE TXN-VALUE-DATE TO ORIGINAL-VALUE-DATE
                           MOVE ACCOUNT-TXN-RECORD TO BEFORE-TXN-IMAGE
                       END-IF
                       IF TXN-REVERSES-SEQUENCE = REVERSE-SEQUENCE
