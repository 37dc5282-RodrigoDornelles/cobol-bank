      *                    REVERSAL-LINK AND OPERATOR FIELDS) OR THE
      *                    77-BYTE LAYOUT (BEFORE THE HOLD-RELEASE
      *                    DATE) OR THE 85-BYTE LAYOUT (BEFORE THE
      *                    KEYING BRANCH) OR THE 89-BYTE LAYOUT
      *                    (BEFORE THE VALUE DATE) MUST BE CONVERTED
      *                    ONCE WITH UTIL3 BEFORE ANY OF THESE
      *                    PROGRAMS OPENS IT.
       01  ACCOUNT-TXN-RECORD.
           02  TXN-ACCOUNT-HASH               PIC 9(10).
           02  TXN-TYPE                       PIC X.
               88  TXN-IS-DEBIT-INTEREST       VALUE "O".
      *    ITEMS POSTED FROM THE CLEARING HOUSE'S OVERNIGHT
      *    INTERCHANGE FILE BY BAT9 -- A SALARY CREDIT OR A DEBIT
      *    AUTHORIZATION FROM ANOTHER BANK, NEVER KEYED BY A TELLER
      *    (MAN25 POSTS ONE BAT9 PARKED FOR AN UNKNOWN ACCOUNT ONCE
      *    THE BACK OFFICE HAS REPAIRED ITS DESTINATION).
               88  TXN-IS-EXTERNAL-CREDIT      VALUE "X".
               88  TXN-IS-EXTERNAL-DEBIT       VALUE "Y".
      *    MONTHLY ACCOUNT MAINTENANCE FEE, POSTED BY BAT10 -- ITS
      *    TAX STATEMENT (BAT11) CAN BE BUILT STRAIGHT OFF THE
      *    LEDGER.
               88  TXN-IS-TAX-WITHHELD         VALUE "H".
      *    A PAPER CHEQUE PAID AT THE COUNTER (MAN14) OR PRESENTED
      *    THROUGH INWARD CLEARING (BAT19) -- A DEBIT LIKE
      *    "W", BUT THE CHEQUE NUMBER RIDES IN TXN-COUNTERPART-HASH
      *    (ZERO ON EVERY NON-TRANSFER, NON-CHEQUE ENTRY) SO THE
      *    STATEMENT CAN PRINT IT INSTEAD OF A BARE WITHDRAWAL.
               88  TXN-IS-CHEQUE               VALUE "Q".
      *    THE FINAL DISBURSEMENT MAN19 POSTS WHEN AN ACCOUNT CLOSES
      *    -- THE DEBIT THAT TAKES THE BALANCE TO EXACTLY ZERO. MAN26
      *    POSTS ONE PER HEIR PAID OUTSIDE THE BANK WHEN AN ESTATE IS
      *    PAID OUT.
               88  TXN-IS-CLOSURE-PAYOUT       VALUE "E".
      *    TERM-DEPOSIT MONEY MOVING BETWEEN THE DEMAND ACCOUNT AND
      *    THE TERM BOOK (MAN20/BAT15): "K" LOCKS THE PRINCIPAL AWAY
      *    CARRIES THE LOAN NUMBER ON BOTH.
               88  TXN-IS-LOAN-DISBURSEMENT    VALUE "N".
               88  TXN-IS-LOAN-PAYMENT         VALUE "P".
      *    MONEY FROZEN UNDER A SISBAJUD ORDER (JUDREC.CPY) LEAVING
      *    THE ACCOUNT FOR THE COURT'S JUDICIAL DEPOSIT WHEN THE COURT
      *    ORDERS THE TRANSFER -- POSTED BY BAT17 AS A DEBIT.
      *    TXN-COUNTERPART-HASH CARRIES THE JUDICIAL-BLOCK ORDER NUMBER.
               88  TXN-IS-JUDICIAL-TRANSFER    VALUE "J".
      *    PIX INSTANT PAYMENTS THROUGH THE CENTRAL BANK'S SPI
      *    (GTW1): "G" DEBITS A PAYMENT SENT OUT TO A PIX KEY, "U"
      *    CREDITS ONE RECEIVED. TXN-COUNTERPART-HASH CARRIES THE
      *    PIX-MOVEMENT NUMBER (PIXMREC.CPY) HOLDING THE END-TO-END
      *    ID AND THE OTHER PARTY.
               88  TXN-IS-PIX-OUT              VALUE "G".
               88  TXN-IS-PIX-IN               VALUE "U".
      *    A BOLETO OR UTILITY BILL PAID FROM THE ACCOUNT AT THE
      *    COUNTER (MAN24) -- A DEBIT LIKE "W". TXN-COUNTERPART-HASH
      *    CARRIES THE BILL-PAYMENT NUMBER (BILREC.CPY) HOLDING THE
      *    BARCODE, THE COLLECTING BANK AND WHO WAS PAID.
               88  TXN-IS-BILL-PAYMENT         VALUE "B".
      *    A CORPORATE PAYROLL FILE (CNAB 240) POSTED BY BAT23: "A"
      *    DEBITS THE EMPLOYER ONCE FOR EVERYTHING CREDITED, "V"
      *    CREDITS EACH EMPLOYEE'S SALARY. TXN-COUNTERPART-HASH
      *    CARRIES THE PAYROLL-REGISTER INTAKE NUMBER (PAYREC.CPY) ON
      *    THE "A" AND THE EMPLOYER'S ACCOUNT ON EACH "V".
               88  TXN-IS-PAYROLL-DEBIT        VALUE "A".
               88  TXN-IS-PAYROLL-CREDIT       VALUE "V".
      *    A DEBIT-CARD PURCHASE SETTLED BY THE CARD NETWORK, POSTED
      *    BY BAT28 FROM THE NIGHTLY SETTLEMENT FILE AS A DEBIT.
      *    TXN-COUNTERPART-HASH CARRIES THE CARD AUTHORIZATION NUMBER
      *    (CAUREC.CPY) HOLDING THE CARD, THE MERCHANT AND THE
      *    NETWORK REFERENCE.
               88  TXN-IS-CARD-PURCHASE        VALUE "Z".
      *    BAT0'S INTEREST CORRECTION FOR A BACK-VALUED ENTRY (ONE
      *    WHOSE TXN-VALUE-DATE IS EARLIER THAN ITS TXN-DATE). WHEN
      *    THE CORRECTION RUNS IN THE CUSTOMER'S DISFAVOUR IT IS
      *    POSTED AS AN ORDINARY "I", "O" OR "H" -- MORE INTEREST
      *    EARNED, MORE DEBIT INTEREST OWED, MORE IRRF DUE -- AND WHEN
      *    IT RUNS THE OTHER WAY AS ONE OF THESE THREE: "1" TAKES
      *    BACK CREDIT INTEREST PAID ON MONEY THAT WAS NOT THERE (A
      *    DEBIT), "2" REFUNDS DEBIT INTEREST CHARGED ON AN OVERDRAFT
      *    THAT WAS NOT THERE (A CREDIT), "3" REFUNDS THE IRRF
      *    WITHHELD ON INTEREST TAKEN BACK BY A "1" (A CREDIT). ON
      *    ALL SIX TXN-COUNTERPART-HASH CARRIES THE TXN-SEQUENCE OF
      *    THE BACK-VALUED ENTRY BEING CORRECTED -- ZERO MEANS AN
      *    ORDINARY NIGHTLY ACCRUAL.
               88  TXN-IS-INTEREST-CLAWBACK    VALUE "1".
               88  TXN-IS-DEBIT-INTEREST-REFUND VALUE "2".
               88  TXN-IS-TAX-REFUND           VALUE "3".
      *    EVERY TYPE THE INTEREST RUN ITSELF POSTS -- THE NIGHTLY
      *    ACCRUAL AND ITS BACK-VALUE CORRECTIONS.
               88  TXN-IS-ACCRUAL-POSTING      VALUE "I" "O" "H"
                                                     "1" "2" "3".
           02  TXN-AMOUNT                     PIC 9(9)V99.
      *    SIGNED -- AN ACCOUNT WITH AN AUTHORIZED OVERDRAFT LIMIT
      *    (SEE ACCTMREC.CPY) MAY LEGALLY CARRY A NEGATIVE BALANCE.
      *    FROM BEFORE THE FIELD EXISTED, BOTH MEANING "AT HOME, NO
      *    SETTLEMENT".
           02  TXN-BRANCH-CODE                PIC 9(4).
      *    THE DAY THE ENTRY TAKES EFFECT FOR INTEREST. EQUAL TO
      *    TXN-DATE ON EVERYTHING EXCEPT A BACK-VALUED POSTING -- A
      *    SUPERVISOR'S MAN2 DEPOSIT OR WITHDRAWAL FOUND LATE, OR A
      *    CLEARING ITEM MAN25 POSTS LATE AT ITS SETTLEMENT DATE --
      *    WHERE IT IS THE EARLIER DAY THE MONEY REALLY MOVED, NEVER
      *    MORE THAN PARM-BACK-VALUE-DAYS BACK NOR BEFORE THE LAST
      *    ARCHIVE CUTOFF (SEE BKVGET.CPY). THE NEXT BAT0 RUN
      *    RECOMPUTES THE INTEREST OF THE DAYS IN BETWEEN.
           02  TXN-VALUE-DATE                 PIC 9(8).
