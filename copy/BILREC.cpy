      *DESCRIPTION.        BILL-PAYMENT RECORD LAYOUT -- ONE BOLETO OR
      *                    UTILITY (CONCESSIONARIA) BILL PAID AT THE
      *                    COUNTER BY MAN24, IN CASH OR FROM AN
      *                    ACCOUNT. A PAYMENT FROM AN ACCOUNT ALSO
      *                    POSTS A "B" LEDGER ENTRY (SEE ACCTXREC.CPY)
      *                    CARRYING BIL-PAYMENT-NUMBER IN
      *                    TXN-COUNTERPART-HASH; A CASH PAYMENT POSTS
      *                    NOTHING TO THE LEDGER AND IS COUNTED INTO
      *                    THE TELLER'S DRAWER BY MAN15 STRAIGHT OFF
      *                    THIS FILE. BAT22 GROUPS THE DAY'S PAYMENTS
      *                    BY BIL-COLLECTOR-CODE INTO THE REMITTANCE
      *                    FILE AND STAMPS BIL-REMITTED-DATE.
       01  BILL-PAYMENT-RECORD.
           02  BIL-PAYMENT-NUMBER            PIC 9(8).
           02  BIL-KIND                      PIC X.
               88  BIL-IS-BOLETO               VALUE "B".
               88  BIL-IS-UTILITY              VALUE "U".
      *    THE 44-DIGIT BARCODE, REBUILT FROM THE TYPEABLE LINE WHEN
      *    THAT IS WHAT THE TELLER KEYED.
           02  BIL-BARCODE                   PIC X(44).
      *    WHO SETTLES THE MONEY: THE ISSUING BANK'S COMPE CODE ON A
      *    BOLETO, SEGMENT * 10000 + COMPANY CODE ON A UTILITY BILL.
           02  BIL-COLLECTOR-CODE            PIC 9(8).
           02  BIL-PAYEE-NAME                PIC X(32).
           02  BIL-AMOUNT                    PIC 9(9)V99.
      *    ZERO ON A BILL THAT CARRIES NO DUE DATE.
           02  BIL-DUE-DATE                  PIC 9(8).
           02  BIL-METHOD                    PIC X.
               88  BIL-PAID-IN-CASH            VALUE "C".
               88  BIL-PAID-FROM-ACCOUNT       VALUE "A".
      *    ZERO ON A CASH PAYMENT.
           02  BIL-ACCOUNT-NUMBER            PIC 9(10).
           02  BIL-LEDGER-SEQUENCE           PIC 9(8).
           02  BIL-OPERATOR-ID               PIC X(10).
           02  BIL-BRANCH-CODE               PIC 9(4).
           02  BIL-BUSINESS-DATE             PIC 9(8).
           02  BIL-TIMESTAMP                 PIC 9(14).
      *    ZERO UNTIL BAT22 PUTS THE PAYMENT ON A REMITTANCE FILE.
           02  BIL-REMITTED-DATE             PIC 9(8).
           02  FILLER                        PIC X(10).
