      *                    A CLOSED ACCOUNT), OR -- FOR A CUSTOMER'S
      *                    IMPLICIT CLIENT-HASH ACCOUNT -- WHILE THE
      *                    CUSTOMER STILL HOLDS OPEN PRODUCT
      *                    ACCOUNTS. A DECEASED CUSTOMER'S ACCOUNTS
      *                    ARE CLOSED BY MAN26'S ESTATE PAYOUT, NOT
      *                    HERE. POSTS UNDER THE POSTING LOCK, SAME
      *                    AS MAN2.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
               PERFORM CLOSE-AND-QUIT
           END-IF

      *    A DECEASED CUSTOMER'S ACCOUNTS ARE FROZEN UNTIL THE PROBATE
      *    ORDER, AND THEN THE ESTATE PAYOUT CLOSES THEM.
           IF RESOLVED-ACCOUNT-ESTATE
               DISPLAY "[X] Account " ACCOUNT-RESOLVE-NUMBER
                   " belongs to a deceased customer's estate -- use "
                   "the estate payout (MAN26)."
               PERFORM CLOSE-AND-QUIT
           END-IF

      *    CLOSING THE IMPLICIT ACCOUNT CLOSES THE CUSTOMER -- NOT
      *    ALLOWED WHILE PRODUCT ACCOUNTS ARE STILL OPEN UNDER THE
      *    SAME CUSTOMER, OR THEY WOULD BE FROZEN MID-AIR.
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE CURRENT-OPERATOR-BRANCH TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
