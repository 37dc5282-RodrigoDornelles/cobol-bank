                       OR TXN-IS-CLOSURE-PAYOUT
                       OR TXN-IS-TERM-BOOKING
                       OR TXN-IS-LOAN-PAYMENT
                       OR TXN-IS-JUDICIAL-TRANSFER
                       OR TXN-IS-PIX-OUT
                       OR TXN-IS-BILL-PAYMENT
                       OR TXN-IS-PAYROLL-DEBIT
                       OR TXN-IS-CARD-PURCHASE
                       OR TXN-IS-INTEREST-CLAWBACK
                   COMPUTE EXPECTED-BALANCE =
                       CHAIN-BALANCE(CHAIN-SLOT) - TXN-AMOUNT
               ELSE
