      *                    NEVER TOUCH THE DRAWER. REVERSALS ARE ALSO
      *                    EXCLUDED: THE CASH SIDE OF A CORRECTION IS
      *                    SETTLED WITH THE BRANCH CUSTODIAN, NOT THE
      *                    DRAWER. CASH BOUGHT FROM OR SOLD TO THE
      *                    BRANCH VAULT TODAY (MAN23, VLTMREC.CPY) IS
      *                    IN AND OUT OF THE DRAWER TOO, AND SO ARE
      *                    BILLS THE OPERATOR TOOK CASH FOR TODAY
      *                    (MAN24, BILREC.CPY) -- THOSE POST NOTHING
      *                    TO THE LEDGER, SO THEY ARE COUNTED OFF THE
      *                    BILL-PAYMENT FILE; A BILL PAID FROM AN
      *                    ACCOUNT ("B") IS A BOOK ENTRY. THE
      *                    OVER/SHORT VARIANCE GOES TO
      *                    data/DRAWER.RPT AND IS STAMPED TO THE
      *                    AUDIT TRAIL, AND THE DRAWER RECORD IS
      *                    MARKED CLOSED.
       FILE-CONTROL.
           COPY ACCTXSEL.
           COPY DRWSEL.
           COPY VLTMSEL.
           COPY BILSEL.
           COPY AUDITSEL.
           SELECT DRAWER-REPORT
               ASSIGN TO SPOOL-FILE-NAME
           COPY ACCTXREC.
       FD  DRAWER-CONTROL.
           COPY DRWREC.
       FD  VAULT-MOVEMENT.
           COPY VLTMREC.
       FD  BILL-PAYMENT.
           COPY BILREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.

       WORKING-STORAGE                                          SECTION.
           COPY ACCTXSTA.
           COPY DRWSTA.
           COPY VLTMSTA.
           COPY BILSTA.
           COPY AUDITSTA.
           COPY OPERSTA.
           COPY RPTCSTA.
       77  INP-COUNTED-AMOUNT                 PIC 9(9)V99.
       77  CASH-TAKEN-IN                      PIC 9(11)V99.
       77  CASH-PAID-OUT                      PIC 9(11)V99.
       77  CASH-BOUGHT-FROM-VAULT             PIC 9(11)V99.
       77  CASH-SOLD-TO-VAULT                 PIC 9(11)V99.
       77  CASH-BILLS-TAKEN-IN                PIC 9(11)V99.
       77  EXPECTED-CASH                      PIC S9(11)V99.
       77  DRAWER-VARIANCE                    PIC S9(11)V99.
       77  EDITED-AMOUNT                      PIC -(9)9.99.
           PERFORM TOTAL-TODAYS-CASH-POSTINGS
           CLOSE ACCOUNT-TXN

           PERFORM OPEN-VAULT-MOVEMENT
           MOVE ZERO TO CASH-BOUGHT-FROM-VAULT
           MOVE ZERO TO CASH-SOLD-TO-VAULT
           PERFORM TOTAL-TODAYS-VAULT-MOVEMENTS
           CLOSE VAULT-MOVEMENT

           PERFORM OPEN-BILL-PAYMENT
           MOVE ZERO TO CASH-BILLS-TAKEN-IN
           PERFORM TOTAL-TODAYS-CASH-BILLS
           CLOSE BILL-PAYMENT

           COMPUTE EXPECTED-CASH =
               DRW-OPEN-AMOUNT + CASH-TAKEN-IN - CASH-PAID-OUT
               + CASH-BILLS-TAKEN-IN
               + CASH-BOUGHT-FROM-VAULT - CASH-SOLD-TO-VAULT
           COMPUTE DRAWER-VARIANCE =
               INP-COUNTED-AMOUNT - EXPECTED-CASH

               END-READ
           END-PERFORM.

      *    THE TELLER'S BUYS FROM AND SALES TO THE BRANCH VAULT TODAY.
      *    CARRIER CALLS AND VAULT COUNTS NEVER TOUCH A DRAWER.
       TOTAL-TODAYS-VAULT-MOVEMENTS                             SECTION.
           PERFORM UNTIL VAULT-MOVEMENT-NOT-FOUND
               READ VAULT-MOVEMENT NEXT RECORD
                   AT END
                       SET VAULT-MOVEMENT-NOT-FOUND TO TRUE
                   NOT AT END
                       IF VM-TELLER-ID = CURRENT-OPERATOR-ID
                               AND VM-BUSINESS-DATE = TODAY-YYYYMMDD
                           IF VM-IS-TELLER-BUY
                               ADD VM-AMOUNT TO CASH-BOUGHT-FROM-VAULT
                           END-IF
                           IF VM-IS-TELLER-SELL
                               ADD VM-AMOUNT TO CASH-SOLD-TO-VAULT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    BILLS THE TELLER TOOK CASH FOR TODAY.
       TOTAL-TODAYS-CASH-BILLS                                  SECTION.
           PERFORM UNTIL BILL-PAYMENT-NOT-FOUND
               READ BILL-PAYMENT NEXT RECORD
                   AT END
                       SET BILL-PAYMENT-NOT-FOUND TO TRUE
                   NOT AT END
                       IF BIL-OPERATOR-ID = CURRENT-OPERATOR-ID
                               AND BIL-BUSINESS-DATE = TODAY-YYYYMMDD
                               AND BIL-PAID-IN-CASH
                           ADD BIL-AMOUNT TO CASH-BILLS-TAKEN-IN
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-VARIANCE-REPORT                                    SECTION.
           MOVE "MAN15" TO SPOOL-PROGRAM-ID
           MOVE "DRAWER" TO SPOOL-BASE-NAME
           WRITE DRAWER-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "BILLS PAID IN CASH:" TO RL-LABEL
           MOVE CASH-BILLS-TAKEN-IN TO RL-AMOUNT
           MOVE REPORT-LABEL-LINE TO DRAWER-REPORT-LINE
           WRITE DRAWER-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "BOUGHT FROM VAULT:" TO RL-LABEL
           MOVE CASH-BOUGHT-FROM-VAULT TO RL-AMOUNT
           MOVE REPORT-LABEL-LINE TO DRAWER-REPORT-LINE
           WRITE DRAWER-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "SOLD TO VAULT:" TO RL-LABEL
           MOVE CASH-SOLD-TO-VAULT TO RL-AMOUNT
           MOVE REPORT-LABEL-LINE TO DRAWER-REPORT-LINE
           WRITE DRAWER-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "EXPECTED CASH:" TO RL-LABEL
           MOVE EXPECTED-CASH TO RL-AMOUNT
           MOVE REPORT-LABEL-LINE TO DRAWER-REPORT-LINE

           COPY ACCTXOPN.
           COPY DRWOPN.
           COPY VLTMOPN.
           COPY BILOPN.
           COPY AUDITWRT.
           COPY RPTCWRT.
