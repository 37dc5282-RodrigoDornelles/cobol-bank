      *                        NEVER DELETED -- CHQ-STATUS FLIPS TO
      *                        "L" SO THE ORDER'S HISTORY SURVIVES,
      *                        SAME DOCTRINE AS OPERATOR-MASTER.
      *                    "R" A CHEQUE RETURNED UNPAID BY INWARD
      *                        CLEARING (BAT19) -- CHEQUE NUMBER IN
      *                        CHQ-START-NUMBER, THE COMPENSATION
      *                        RETURN REASON IN CHQ-RETURN-REASON,
      *                        THE RETURN DATE IN CHQ-ISSUE-DATE. A
      *                        SECOND INSUFFICIENT-FUNDS RETURN OF THE
      *                        SAME CHEQUE IS RECOGNISED BY FINDING
      *                        THE FIRST ONE HERE.
      *                    THE CHEQUE NUMBER OF A PAID CHEQUE LIVES ON
      *                    THE LEDGER ENTRY ITSELF -- A "Q" ENTRY
      *                    CARRIES IT IN TXN-COUNTERPART-HASH (SEE
           02  CHQ-RECORD-TYPE               PIC X.
               88  CHQ-IS-BOOK                 VALUE "B".
               88  CHQ-IS-STOP                 VALUE "S".
               88  CHQ-IS-RETURN               VALUE "R".
           02  CHQ-ACCOUNT-NUMBER            PIC 9(10).
           02  CHQ-START-NUMBER              PIC 9(10).
           02  CHQ-END-NUMBER                PIC 9(10).
           02  CHQ-RETURN-DETAIL REDEFINES CHQ-END-NUMBER.
               03  FILLER                    PIC 9(08).
               03  CHQ-RETURN-REASON         PIC 9(02).
           02  CHQ-ISSUE-DATE                PIC 9(8).
           02  CHQ-STATUS                    PIC X.
               88  CHQ-STATUS-ACTIVE           VALUE "A".
               88  CHQ-STATUS-LIFTED           VALUE "L".
      *    A CHEQUEBOOK FROZEN WHEN A HOLDER OF ITS ACCOUNT DIED
      *    (MAN26) -- NO CHEQUE FROM IT IS PAID WHILE THE ESTATE IS
      *    OPEN. WHEN THE ESTATE IS PAID OUT, A SURVIVOR'S JOINT
      *    ACCOUNT GETS ITS BOOKS BACK ("A") AND THE BOOKS OF THE
      *    DECEASED'S OWN ACCOUNTS ARE CANCELLED FOR GOOD ("C"). SEE
      *    BOOK-ESTATE-FROZEN IN CHQSTA.CPY.
               88  CHQ-STATUS-ESTATE-FROZEN    VALUE "F".
               88  CHQ-STATUS-CANCELLED        VALUE "C".
