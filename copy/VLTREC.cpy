      *DESCRIPTION.        VAULT-POSITION RECORD LAYOUT -- ONE BRANCH'S
      *                    VAULT. VLT-BOOK-BALANCE IS WHAT THE VAULT
      *                    SHOULD HOLD AFTER EVERY MOVEMENT ON
      *                    VAULT-MOVEMENT (VLTMREC.CPY); THE DAILY
      *                    COUNT IN MAN23 SETTLES IT TO THE CASH
      *                    ACTUALLY COUNTED AND BOOKS THE OVER/SHORT.
      *                    THE MINIMUM AND MAXIMUM ARE THE BRANCH'S
      *                    CASH LIMITS -- OUTSIDE THEM MAN23 RAISES A
      *                    CASH ORDER TO THE CASH-IN-TRANSIT CARRIER,
      *                    AND VLT-ORDER-PENDING KEEPS IT FROM RAISING
      *                    ANOTHER UNTIL THE CARRIER HAS CALLED. A
      *                    ZERO LIMIT IS NOT CHECKED. THE RECORD IS
      *                    WRITTEN THE FIRST TIME A BRANCH USES ITS
      *                    VAULT.
       01  VAULT-POSITION-RECORD.
           02  VLT-BRANCH-CODE               PIC 9(4).
           02  VLT-BOOK-BALANCE              PIC 9(11)V99.
           02  VLT-MIN-LIMIT                 PIC 9(11)V99.
           02  VLT-MAX-LIMIT                 PIC 9(11)V99.
           02  VLT-LAST-COUNT-DATE           PIC 9(8).
           02  VLT-LAST-COUNTED              PIC 9(11)V99.
      *    COUNTED LESS BOOK AT THE LAST COUNT -- POSITIVE IS OVER.
           02  VLT-LAST-VARIANCE             PIC S9(11)V99.
           02  VLT-ORDER-PENDING             PIC X.
               88  VLT-DELIVERY-PENDING        VALUE "D".
               88  VLT-COLLECTION-PENDING      VALUE "C".
               88  VLT-NO-ORDER-PENDING        VALUE " ".
           02  FILLER                        PIC X(10).
