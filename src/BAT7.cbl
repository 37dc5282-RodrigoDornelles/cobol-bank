                   MOVE "LND+" TO SD-TYPE
               WHEN TXN-IS-LOAN-PAYMENT
                   MOVE "LNP-" TO SD-TYPE
               WHEN TXN-IS-JUDICIAL-TRANSFER
                   MOVE "JUD-" TO SD-TYPE
               WHEN TXN-IS-PIX-OUT
                   MOVE "PIX-" TO SD-TYPE
               WHEN TXN-IS-PIX-IN
                   MOVE "PIX+" TO SD-TYPE
               WHEN TXN-IS-BILL-PAYMENT
                   MOVE "BILL" TO SD-TYPE
               WHEN TXN-IS-PAYROLL-DEBIT
                   MOVE "PAY-" TO SD-TYPE
               WHEN TXN-IS-PAYROLL-CREDIT
                   MOVE "PAY+" TO SD-TYPE
               WHEN TXN-IS-CARD-PURCHASE
                   MOVE "CARD" TO SD-TYPE
               WHEN TXN-IS-INTEREST-CLAWBACK
                   MOVE "INT-" TO SD-TYPE
               WHEN TXN-IS-DEBIT-INTEREST-REFUND
                   MOVE "ODI+" TO SD-TYPE
               WHEN TXN-IS-TAX-REFUND
                   MOVE "IRF+" TO SD-TYPE
           END-EVALUATE
      *    THE COUNTERPART COLUMN DOUBLES AS THE CHEQUE NUMBER ON
      *    "Q" ENTRIES, AND ON AN INTEREST CORRECTION SHOWS THE
      *    SEQUENCE OF THE BACK-VALUED ENTRY IT CORRECTS -- SEE
      *    ACCTXREC.CPY.
           IF TXN-IS-TRANSFER-OUT OR TXN-IS-TRANSFER-IN
                   OR TXN-IS-CHEQUE
                   OR TXN-IS-TERM-BOOKING OR TXN-IS-TERM-PAYOUT
                   OR TXN-IS-LOAN-DISBURSEMENT OR TXN-IS-LOAN-PAYMENT
                   OR TXN-IS-JUDICIAL-TRANSFER
                   OR TXN-IS-PIX-OUT
                   OR TXN-IS-PIX-IN
                   OR TXN-IS-BILL-PAYMENT
                   OR TXN-IS-PAYROLL-DEBIT OR TXN-IS-PAYROLL-CREDIT
                   OR TXN-IS-CARD-PURCHASE
                   OR (TXN-IS-ACCRUAL-POSTING
                       AND TXN-COUNTERPART-HASH > ZERO)
               MOVE TXN-COUNTERPART-HASH TO SD-COUNTERPART
           ELSE
               MOVE SPACES TO SD-COUNTERPART
