      *                    PRINTS ARCHIVED PERIODS. A HISTORY FILE
      *                    WRITTEN UNDER THE OLD 77-BYTE LAYOUT
      *                    (BEFORE THE HOLD-RELEASE DATE AND KEYING
      *                    BRANCH) OR THE 89-BYTE LAYOUT (BEFORE THE
      *                    VALUE DATE) MUST BE CONVERTED ONCE WITH
      *                    UTIL3 BEFORE ANY OF THESE PROGRAMS OPENS
      *                    IT.
       01  HISTORY-TXN-RECORD.
           02  HIST-TXN-ACCOUNT-HASH          PIC 9(10).
           02  HIST-TXN-TYPE                  PIC X.
               88  HIST-TXN-IS-TERM-PAYOUT     VALUE "L".
               88  HIST-TXN-IS-LOAN-DISBURSE   VALUE "N".
               88  HIST-TXN-IS-LOAN-PAYMENT    VALUE "P".
               88  HIST-TXN-IS-JUDICIAL-XFER   VALUE "J".
               88  HIST-TXN-IS-PIX-OUT         VALUE "G".
               88  HIST-TXN-IS-PIX-IN          VALUE "U".
               88  HIST-TXN-IS-BILL-PAYMENT    VALUE "B".
               88  HIST-TXN-IS-PAYROLL-DEBIT   VALUE "A".
               88  HIST-TXN-IS-PAYROLL-CREDIT  VALUE "V".
               88  HIST-TXN-IS-CARD-PURCHASE   VALUE "Z".
               88  HIST-TXN-IS-INT-CLAWBACK    VALUE "1".
               88  HIST-TXN-IS-DEBIT-INT-REFUND VALUE "2".
               88  HIST-TXN-IS-TAX-REFUND      VALUE "3".
               88  HIST-TXN-IS-ACCRUAL-POSTING VALUE "I" "O" "H"
                                                     "1" "2" "3".
           02  HIST-TXN-AMOUNT                PIC 9(9)V99.
           02  HIST-TXN-BALANCE-AFTER         PIC S9(9)V99.
           02  HIST-TXN-DATE                  PIC 9(8).
           02  HIST-TXN-OPERATOR-ID           PIC X(10).
           02  HIST-TXN-HOLD-RELEASE-DATE     PIC 9(8).
           02  HIST-TXN-BRANCH-CODE           PIC 9(4).
           02  HIST-TXN-VALUE-DATE            PIC 9(8).
