      *                    PARM-FEE-WAIVER-MIN-BALANCE ALL THROUGH
      *                    THE CHARGE MONTH IS WAIVED -- THE MINIMUM
      *                    IS DERIVED BY REPLAYING THE ACCOUNT'S
      *                    LEDGER ENTRIES FOR THE MONTH. THE FEE NEVER
      *                    TOUCHES MONEY FROZEN UNDER A SISBAJUD
      *                    COURT ORDER (JUDREC.CPY) -- AN ACCOUNT
      *                    WHOSE UNFROZEN BALANCE CANNOT COVER IT IS
      *                    LEFT UNCHARGED AND REPORTED. NEITHER IS A
      *                    DECEASED CUSTOMER'S FROZEN ESTATE CHARGED
      *                    (CLIENT "D", ACCOUNT "F") -- IT IS COUNTED
      *                    APART FROM THE INACTIVE ONES. FINISHES
      *                    WITH A CONTROL-TOTAL REPORT ON
      *                    data/SVCCHG.RPT IN THE SAME SPIRIT AS
      *                    BAT0'S. RUN STANDALONE ONCE PER MONTH,
      *                    AFTER THE MONTH CLOSES -- NOT ON THE MAN0
      *                    MENU. CHECKPOINTED AFTER EVERY ACCOUNT LIKE
      *                    BAT0 (SEE CKPGET): A RERUN FOR THE SAME
      *                    MONTH AFTER AN ABEND RESUMES AFTER THE LAST
      *                    ACCOUNT FINISHED.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
           COPY PARMSEL.
           COPY RUNCSEL.
           COPY CALSEL.
           COPY CKPSEL.
           SELECT CHARGE-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-REPORT-STATUS.
           COPY RPTCSEL.
           COPY JUDSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.

       FD  REPORT-CATALOG.
           COPY RPTCREC.
       FD  JUDICIAL-BLOCK.
           COPY JUDREC.
       FD  CHECKPOINT-FILE.
           COPY CKPFD.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY PARMSTA.
           COPY CALSTA.
           COPY PARMREC.
           COPY JUDSTA.
           COPY OPERSTA.
           COPY RUNCSTA.
           COPY RPTCSTA.
           COPY CKPREC.
           COPY CKPSTA.
       77  CHARGE-REPORT-STATUS               PIC XX.
      *    THE MONTH BEING ASSESSED, KEYED AS YYYYMM -- THE FEE FOR A
      *    MONTH POSTS AFTER THAT MONTH HAS CLOSED.
       77  ACCOUNTS-CHARGED                   PIC 9(6) VALUE ZERO.
       77  ACCOUNTS-WAIVED                    PIC 9(6) VALUE ZERO.
       77  ACCOUNTS-SKIPPED-INACTIVE          PIC 9(6) VALUE ZERO.
       77  ACCOUNTS-SKIPPED-FROZEN            PIC 9(6) VALUE ZERO.
       77  ACCOUNTS-SKIPPED-ESTATE            PIC 9(6) VALUE ZERO.
       77  FEE-GRAND-TOTAL                    PIC 9(11)V99 VALUE ZERO.
       01  REPORT-HEADING-LINE.
           02  FILLER                        PIC X(12) VALUE
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION

           MOVE "BAT10" TO CKP-SEEK-JOB-NAME
           MOVE RUN-SEEK-DATE TO CKP-SEEK-DATE
           MOVE "M" TO CKP-SEEK-TYPES
           PERFORM BEGIN-CHECKPOINT-RUN
           IF CHECKPOINT-DISAGREES
               DISPLAY "[X] The assessment is stopped; reconcile the "
                   "ledger against the checkpoint before rerunning."
               CLOSE CHECKPOINT-FILE
               CLOSE CLIENT-MASTER
               CLOSE ACCOUNT-MASTER
               CLOSE ACCOUNT-TXN
               CLOSE ACCOUNT-POSITION
               GOBACK
           END-IF
           IF CHECKPOINT-RESUMING
               PERFORM RESTORE-CHARGE-TOTALS
               PERFORM POSITION-AFTER-CHECKPOINT
           END-IF

           MOVE "BAT10" TO SPOOL-PROGRAM-ID
           MOVE "SVCCHG" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
                   AT END
                       SET CLIENT-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       MOVE CLIENT-MASTER-KEY TO CKP-LAST-KEY
                       PERFORM ASSESS-IMPLICIT-ACCOUNT
                       MOVE 1 TO CKP-PASS
                       MOVE CLIENT-HASH TO CKP-LAST-ACCOUNT
                       PERFORM CHECKPOINT-CHARGE
               END-READ
           END-PERFORM

                   AT END
                       SET ACCOUNT-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       MOVE ACCOUNT-MASTER-KEY TO CKP-LAST-KEY
                       PERFORM ASSESS-PRODUCT-ACCOUNT
                       MOVE 2 TO CKP-PASS
                       MOVE ACCT-NUMBER TO CKP-LAST-ACCOUNT
                       PERFORM CHECKPOINT-CHARGE
               END-READ
           END-PERFORM

           IF CHECKPOINT-RESUMING
               PERFORM FORMAT-CHECKPOINT-LINES
               MOVE CHECKPOINT-RESUME-LINE TO CHARGE-REPORT-LINE
               WRITE CHARGE-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
               MOVE CHECKPOINT-EARLIER-LINE TO CHARGE-REPORT-LINE
               WRITE CHARGE-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
               MOVE CHECKPOINT-THIS-LINE TO CHARGE-REPORT-LINE
               WRITE CHARGE-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF

           MOVE "ACCOUNTS SCANNED:" TO RPT-COUNT-LABEL
           MOVE ACCOUNTS-SCANNED TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO CHARGE-REPORT-LINE
           WRITE CHARGE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "SKIPPED (FROZEN):" TO RPT-COUNT-LABEL
           MOVE ACCOUNTS-SKIPPED-FROZEN TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO CHARGE-REPORT-LINE
           WRITE CHARGE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "SKIPPED (ESTATE):" TO RPT-COUNT-LABEL
           MOVE ACCOUNTS-SKIPPED-ESTATE TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO CHARGE-REPORT-LINE
           WRITE CHARGE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE FEE-GRAND-TOTAL TO RPT-FEE-TOTAL
           MOVE REPORT-TOTAL-LINE TO CHARGE-REPORT-LINE
           WRITE CHARGE-REPORT-LINE
           DISPLAY "[!] Accounts waived: " ACCOUNTS-WAIVED
           DISPLAY "[!] Accounts skipped (inactive): "
               ACCOUNTS-SKIPPED-INACTIVE
           DISPLAY "[!] Accounts skipped (frozen): "
               ACCOUNTS-SKIPPED-FROZEN
           DISPLAY "[!] Accounts skipped (estate): "
               ACCOUNTS-SKIPPED-ESTATE
           DISPLAY "[!] Total fees posted: " FEE-GRAND-TOTAL

           PERFORM RECORD-JOB-RUN
           PERFORM END-CHECKPOINT-RUN
           GOBACK.

      *    CARRY THE EARLIER ATTEMPT'S TOTALS FORWARD SO THE REPORT
      *    COVERS THE WHOLE MONTH'S ASSESSMENT.
       RESTORE-CHARGE-TOTALS                                    SECTION.
           MOVE CKP-COUNTER(1) TO ACCOUNTS-SCANNED
           MOVE CKP-COUNTER(2) TO ACCOUNTS-CHARGED
           MOVE CKP-COUNTER(3) TO ACCOUNTS-WAIVED
           MOVE CKP-COUNTER(4) TO ACCOUNTS-SKIPPED-INACTIVE
           MOVE CKP-COUNTER(5) TO ACCOUNTS-SKIPPED-FROZEN
           MOVE CKP-COUNTER(6) TO ACCOUNTS-SKIPPED-ESTATE
           MOVE CKP-AMOUNT(1) TO FEE-GRAND-TOTAL.

      *    SKIP WHAT THE EARLIER ATTEMPT FINISHED -- SAME TWO-PASS
      *    REPOSITIONING AS BAT0'S.
       POSITION-AFTER-CHECKPOINT                                SECTION.
           IF CKP-PASS = 1
               COMPUTE CLIENT-MASTER-KEY = CKP-LAST-KEY + 1
               START CLIENT-MASTER
                       KEY IS NOT LESS THAN CLIENT-MASTER-KEY
                   INVALID KEY
                       SET CLIENT-MASTER-NOT-FOUND TO TRUE
               END-START
           ELSE
               SET CLIENT-MASTER-NOT-FOUND TO TRUE
               COMPUTE ACCOUNT-MASTER-KEY = CKP-LAST-KEY + 1
               START ACCOUNT-MASTER
                       KEY IS NOT LESS THAN ACCOUNT-MASTER-KEY
                   INVALID KEY
                       SET ACCOUNT-MASTER-NOT-FOUND TO TRUE
               END-START
           END-IF.

      *    ONE ACCOUNT FINISHED (CKP-PASS, CKP-LAST-KEY AND
      *    CKP-LAST-ACCOUNT ALREADY SET) -- COMMIT IT.
       CHECKPOINT-CHARGE                                        SECTION.
           MOVE ACCOUNTS-SCANNED TO CKP-COUNTER(1)
           MOVE ACCOUNTS-CHARGED TO CKP-COUNTER(2)
           MOVE ACCOUNTS-WAIVED TO CKP-COUNTER(3)
           MOVE ACCOUNTS-SKIPPED-INACTIVE TO CKP-COUNTER(4)
           MOVE ACCOUNTS-SKIPPED-FROZEN TO CKP-COUNTER(5)
           MOVE ACCOUNTS-SKIPPED-ESTATE TO CKP-COUNTER(6)
           MOVE FEE-GRAND-TOTAL TO CKP-AMOUNT(1)
           PERFORM TAKE-CHECKPOINT.

       ASSESS-IMPLICIT-ACCOUNT                                  SECTION.
           ADD 1 TO ACCOUNTS-SCANNED

           EVALUATE TRUE
               WHEN CLIENT-STATUS-ACTIVE
                   MOVE CLIENT-HASH TO CHARGE-ACCOUNT-NUMBER
                   PERFORM ASSESS-ONE-ACCOUNT
               WHEN CLIENT-STATUS-DECEASED
                   ADD 1 TO ACCOUNTS-SKIPPED-ESTATE
               WHEN OTHER
                   ADD 1 TO ACCOUNTS-SKIPPED-INACTIVE
           END-EVALUATE.

      *    ONE PRODUCT ACCOUNT OFF ACCOUNT-MASTER -- AN INACTIVE
      *    OWNER FREEZES IT, SAME PROTECTION AS BAT0'S ACCRUAL. AN

           ADD 1 TO ACCOUNTS-SCANNED

           IF ACCT-STATUS-ESTATE-FROZEN
               ADD 1 TO ACCOUNTS-SKIPPED-ESTATE
               GO TO ASSESS-PRODUCT-ACCOUNT-EXIT
           END-IF

           IF NOT ACCT-STATUS-ACTIVE
               ADD 1 TO ACCOUNTS-SKIPPED-INACTIVE
               GO TO ASSESS-PRODUCT-ACCOUNT-EXIT
           IF MONTH-MINIMUM-BALANCE >= PARM-FEE-WAIVER-MIN-BALANCE
               ADD 1 TO ACCOUNTS-WAIVED
               MOVE "WAIVED" TO RPT-OUTCOME
               GO TO ASSESS-ONE-ACCOUNT-REPORT
           END-IF

      *    MONEY UNDER A COURT FREEZE BELONGS TO THE COURT UNTIL THE
      *    ORDER IS RELEASED OR TRANSFERRED -- A FEE MAY NOT EAT INTO
      *    IT, SO A FROZEN ACCOUNT IS CHARGED ONLY OUT OF WHAT IT
      *    HOLDS ABOVE THE FROZEN TOTAL.
           MOVE CHARGE-ACCOUNT-NUMBER TO JUD-SEEK-ACCOUNT
           PERFORM JUDICIAL-FROZEN-BALANCE
           IF JUD-FROZEN-TOTAL > ZERO
                   AND CURRENT-BALANCE - JUD-FROZEN-TOTAL
                       < PARM-MONTHLY-SERVICE-FEE
               ADD 1 TO ACCOUNTS-SKIPPED-FROZEN
               MOVE "FROZEN" TO RPT-OUTCOME
           ELSE
      *    THE FEE POSTS EVEN IF IT OVERDRAWS THE ACCOUNT -- THE
      *    LEDGER CARRIES NEGATIVE BALANCES NOW, AND BAT0 PRICES
               MOVE ZERO TO TXN-REVERSES-SEQUENCE
               MOVE ZERO TO TXN-HOLD-RELEASE-DATE
               MOVE ZERO TO TXN-BRANCH-CODE
               MOVE TXN-DATE TO TXN-VALUE-DATE
               MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

               COMPUTE ACCOUNT-TXN-KEY =
                       DISPLAY "[X] Could not post fee for account "
                           CHARGE-ACCOUNT-NUMBER ", file status: "
                           ACCOUNT-TXN-STATUS
                   NOT INVALID KEY
                       PERFORM NOTE-CHECKPOINT-POSTING
               END-WRITE
               ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
               PERFORM ACCOUNT-POSITION-UPDATE
               ADD 1 TO ACCOUNTS-CHARGED
               ADD PARM-MONTHLY-SERVICE-FEE TO FEE-GRAND-TOTAL
               MOVE "CHARGED" TO RPT-OUTCOME
           END-IF.

       ASSESS-ONE-ACCOUNT-REPORT.
           MOVE REPORT-DETAIL-LINE TO CHARGE-REPORT-LINE
           WRITE CHARGE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           COPY RUNCGET.
           COPY CALGET.
           COPY RPTCWRT.
           COPY JUDFND.
           COPY CKPGET.
