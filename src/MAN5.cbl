           COPY ACCTMSEL.
           COPY ACCTXSEL.
           COPY ACCTHSEL.
           COPY BILSEL.
           SELECT STATEMENT-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
           COPY ACCTXREC.
       FD  HISTORY-TXN.
           COPY ACCTHREC.
       FD  BILL-PAYMENT.
           COPY BILREC.

       FD  STATEMENT-REPORT.
       01  STATEMENT-REPORT-LINE              PIC X(80).
           COPY ACCTMSTA.
           COPY ACCTXSTA.
           COPY ACCTHSTA.
           COPY BILSTA.
           COPY RPTCSTA.
           COPY OPERSTA.
       77  STATEMENT-REPORT-STATUS            PIC XX.
      *    SEQUENCE OF THE ENTRY A REVERSAL CANCELS, SO THE PAIR READS
      *    TOGETHER ON THE STATEMENT; BLANK ON NON-REVERSALS.
           02  SD-REVERSES                   PIC X(8).
      *    PRINTED UNDER A "B" ENTRY -- WHO THE BILL PAID, OFF THE
      *    BILL-PAYMENT RECORD THE COUNTERPART COLUMN NUMBERS.
       01  STMT-BILL-PAYEE-LINE.
           02  FILLER                        PIC X(22) VALUE SPACES.
           02  FILLER                        PIC X(08) VALUE
               "PAID TO ".
           02  SP-PAYEE-NAME                 PIC X(32).
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  SP-COLLECTOR-LABEL            PIC X(08).
           02  SP-COLLECTOR-CODE             PIC 9(8).
       01  STMT-BALANCE-LINE.
           02  FILLER                        PIC X(20).
           02  SB-BALANCE                    PIC Z(7)9.99-.
           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-ACCOUNT-TXN
      *    READ-ONLY -- NO BILL EVER PAID JUST MEANS NO PAYEE LINES.
           OPEN INPUT BILL-PAYMENT

           DISPLAY "[?] Account ID:"
           ACCEPT ACCOUNT-RESOLVE-NUMBER
               DISPLAY "[X] No account on file for "
                   ACCOUNT-RESOLVE-NUMBER
               CLOSE CLIENT-MASTER ACCOUNT-MASTER ACCOUNT-TXN
               IF NOT BILL-PAYMENT-MISSING
                   CLOSE BILL-PAYMENT
               END-IF
               GOBACK
           END-IF

           CLOSE CLIENT-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE ACCOUNT-TXN
           IF NOT BILL-PAYMENT-MISSING
               CLOSE BILL-PAYMENT
           END-IF
           CLOSE STATEMENT-REPORT
           PERFORM CATALOG-SPOOL-FILE

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
           MOVE TXN-SEQUENCE TO SD-SEQUENCE
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
           MOVE STMT-DETAIL-LINE TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           IF TXN-IS-BILL-PAYMENT
               MOVE TXN-COUNTERPART-HASH TO BILL-PAYMENT-KEY
               PERFORM WRITE-BILL-PAYEE-LINE
           END-IF
           MOVE TXN-BALANCE-AFTER TO STATEMENT-BALANCE
           IF TXN-IS-DEPOSIT
                   AND TXN-HOLD-RELEASE-DATE > STATEMENT-TODAY
                   MOVE "LND+" TO SD-TYPE
               WHEN HIST-TXN-IS-LOAN-PAYMENT
                   MOVE "LNP-" TO SD-TYPE
               WHEN HIST-TXN-IS-JUDICIAL-XFER
                   MOVE "JUD-" TO SD-TYPE
               WHEN HIST-TXN-IS-PIX-OUT
                   MOVE "PIX-" TO SD-TYPE
               WHEN HIST-TXN-IS-PIX-IN
                   MOVE "PIX+" TO SD-TYPE
               WHEN HIST-TXN-IS-BILL-PAYMENT
                   MOVE "BILL" TO SD-TYPE
               WHEN HIST-TXN-IS-PAYROLL-DEBIT
                   MOVE "PAY-" TO SD-TYPE
               WHEN HIST-TXN-IS-PAYROLL-CREDIT
                   MOVE "PAY+" TO SD-TYPE
               WHEN HIST-TXN-IS-CARD-PURCHASE
                   MOVE "CARD" TO SD-TYPE
               WHEN HIST-TXN-IS-INT-CLAWBACK
                   MOVE "INT-" TO SD-TYPE
               WHEN HIST-TXN-IS-DEBIT-INT-REFUND
                   MOVE "ODI+" TO SD-TYPE
               WHEN HIST-TXN-IS-TAX-REFUND
                   MOVE "IRF+" TO SD-TYPE
           END-EVALUATE
           IF HIST-TXN-IS-TRANSFER-OUT OR HIST-TXN-IS-TRANSFER-IN
                   OR HIST-TXN-IS-CHEQUE
                   OR HIST-TXN-IS-TERM-PAYOUT
                   OR HIST-TXN-IS-LOAN-DISBURSE
                   OR HIST-TXN-IS-LOAN-PAYMENT
                   OR HIST-TXN-IS-JUDICIAL-XFER
                   OR HIST-TXN-IS-PIX-OUT
                   OR HIST-TXN-IS-PIX-IN
                   OR HIST-TXN-IS-BILL-PAYMENT
                   OR HIST-TXN-IS-PAYROLL-DEBIT
                   OR HIST-TXN-IS-PAYROLL-CREDIT
                   OR HIST-TXN-IS-CARD-PURCHASE
                   OR (HIST-TXN-IS-ACCRUAL-POSTING
                       AND HIST-TXN-COUNTERPART-HASH > ZERO)
               MOVE HIST-TXN-COUNTERPART-HASH TO SD-COUNTERPART
           ELSE
               MOVE SPACES TO SD-COUNTERPART
           MOVE STMT-DETAIL-LINE TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           IF HIST-TXN-IS-BILL-PAYMENT
               MOVE HIST-TXN-COUNTERPART-HASH TO BILL-PAYMENT-KEY
               PERFORM WRITE-BILL-PAYEE-LINE
           END-IF
           MOVE HIST-TXN-BALANCE-AFTER TO STATEMENT-BALANCE
           ADD 1 TO STATEMENT-TXN-COUNT.

      *    BILL-PAYMENT-KEY CARRIES THE BILL-PAYMENT NUMBER OFF THE
      *    "B" ENTRY. A RECORD THAT CANNOT BE READ JUST PRINTS NO
      *    PAYEE LINE -- THE ENTRY ITSELF IS ALREADY ON THE PAGE.
       WRITE-BILL-PAYEE-LINE                                    SECTION.
           IF BILL-PAYMENT-MISSING
               GO TO WRITE-BILL-PAYEE-LINE-EXIT
           END-IF
           READ BILL-PAYMENT
               INVALID KEY
                   GO TO WRITE-BILL-PAYEE-LINE-EXIT
           END-READ

           MOVE BIL-PAYEE-NAME TO SP-PAYEE-NAME
           IF BIL-IS-BOLETO
               MOVE "BANK    " TO SP-COLLECTOR-LABEL
           ELSE
               MOVE "UTILITY " TO SP-COLLECTOR-LABEL
           END-IF
           MOVE BIL-COLLECTOR-CODE TO SP-COLLECTOR-CODE
           MOVE STMT-BILL-PAYEE-LINE TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT.

       WRITE-BILL-PAYEE-LINE-EXIT.
           EXIT.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
