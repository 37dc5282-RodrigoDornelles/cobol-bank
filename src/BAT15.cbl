      *                    BUSINESS-DAY GATED AND RUN-CONTROLLED LIKE
      *                    BAT0, WITH A CONTROL-TOTAL REPORT. RUN
      *                    STANDALONE IN THE NIGHTLY WINDOW -- NOT ON
      *                    THE MAN0 MENU. CHECKPOINTED AFTER EVERY
      *                    CERTIFICATE (SEE CKPGET): A RERUN THE SAME
      *                    BUSINESS DAY AFTER AN ABEND RESUMES AFTER
      *                    THE LAST CERTIFICATE FINISHED.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
           COPY PARMSEL.
           COPY CALSEL.
           COPY RUNCSEL.
           COPY CKPSEL.
           SELECT TERM-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
           COPY CALREC.
       FD  RUN-CONTROL.
           COPY RUNCREC.
       FD  CHECKPOINT-FILE.
           COPY CKPFD.

       FD  TERM-REPORT.
       01  TERM-REPORT-LINE                   PIC X(80).
           COPY RUNCSTA.
           COPY RPTCSTA.
           COPY OPERSTA.
           COPY CKPREC.
           COPY CKPSTA.
       77  TERM-REPORT-STATUS                 PIC XX.
       77  RUN-DATE                           PIC 9(8).
      *    ACCRUAL NEVER RUNS PAST MATURITY -- A CERTIFICATE
      *    THIS JOB MAY REBUILD STALE POSITION RECORDS AS IT READS.
           SET POSITION-REBUILD-ALLOWED TO TRUE
           PERFORM OPEN-TERM-DEPOSIT

           MOVE "BAT15" TO CKP-SEEK-JOB-NAME
           MOVE RUN-DATE TO CKP-SEEK-DATE
           MOVE "L" TO CKP-SEEK-TYPES
           PERFORM BEGIN-CHECKPOINT-RUN
           IF CHECKPOINT-DISAGREES
               DISPLAY "[X] The term run is stopped; reconcile the "
                   "ledger against the checkpoint before rerunning."
               CLOSE CHECKPOINT-FILE
               CLOSE ACCOUNT-TXN
               CLOSE ACCOUNT-POSITION
               CLOSE TERM-DEPOSIT
               GOBACK
           END-IF
           IF CHECKPOINT-RESUMING
               PERFORM RESTORE-TERM-TOTALS
               COMPUTE TERM-DEPOSIT-KEY = CKP-LAST-KEY + 1
               START TERM-DEPOSIT
                       KEY IS NOT LESS THAN TERM-DEPOSIT-KEY
                   INVALID KEY
                       SET TERM-DEPOSIT-NOT-FOUND TO TRUE
               END-START
           END-IF

           MOVE "BAT15" TO SPOOL-PROGRAM-ID
           MOVE "TERMACC" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
                   AT END
                       SET TERM-DEPOSIT-NOT-FOUND TO TRUE
                   NOT AT END
                       MOVE TERM-DEPOSIT-KEY TO CKP-LAST-KEY
                       IF TDP-STATUS-OPEN
                           PERFORM PROCESS-ONE-CERTIFICATE
                       END-IF
                       MOVE TDP-ACCOUNT-NUMBER TO CKP-LAST-ACCOUNT
                       PERFORM CHECKPOINT-TERM-RUN
               END-READ
           END-PERFORM

           IF CHECKPOINT-RESUMING
               PERFORM FORMAT-CHECKPOINT-LINES
               MOVE CHECKPOINT-RESUME-LINE TO TERM-REPORT-LINE
               WRITE TERM-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
               MOVE CHECKPOINT-EARLIER-LINE TO TERM-REPORT-LINE
               WRITE TERM-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
               MOVE CHECKPOINT-THIS-LINE TO TERM-REPORT-LINE
               WRITE TERM-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF

           MOVE "CERTIFICATES ACCRUED:" TO RPT-COUNT-LABEL
           MOVE CERTS-ACCRUED TO RPT-COUNT-VALUE
           MOVE ACCRUED-TOTAL TO RPT-COUNT-AMOUNT
               " paying " PAYOUT-TOTAL

           PERFORM RECORD-JOB-RUN
           PERFORM END-CHECKPOINT-RUN
           GOBACK.

      *    CARRY THE EARLIER ATTEMPT'S TOTALS FORWARD SO THE REPORT
      *    COVERS THE WHOLE BUSINESS DAY.
       RESTORE-TERM-TOTALS                                      SECTION.
           MOVE CKP-COUNTER(1) TO CERTS-SCANNED
           MOVE CKP-COUNTER(2) TO CERTS-ACCRUED
           MOVE CKP-COUNTER(3) TO CERTS-MATURED
           MOVE CKP-AMOUNT(1) TO ACCRUED-TOTAL
           MOVE CKP-AMOUNT(2) TO PAYOUT-TOTAL.

      *    ONE CERTIFICATE FINISHED (CKP-LAST-KEY AND
      *    CKP-LAST-ACCOUNT ALREADY SET) -- COMMIT IT. THE
      *    CERTIFICATE'S OWN REWRITE HAS ALREADY HAPPENED, SO A
      *    RESUME NEVER ACCRUES IT TWICE.
       CHECKPOINT-TERM-RUN                                      SECTION.
           MOVE 1 TO CKP-PASS
           MOVE CERTS-SCANNED TO CKP-COUNTER(1)
           MOVE CERTS-ACCRUED TO CKP-COUNTER(2)
           MOVE CERTS-MATURED TO CKP-COUNTER(3)
           MOVE ACCRUED-TOTAL TO CKP-AMOUNT(1)
           MOVE PAYOUT-TOTAL TO CKP-AMOUNT(2)
           PERFORM TAKE-CHECKPOINT.

      *    ONE OPEN CERTIFICATE: ACCRUE THE CALENDAR DAYS SINCE ITS
      *    LAST ACCRUAL, THEN PAY IT OUT IF MATURITY HAS ARRIVED.
      *    THE TERM-DEPOSIT FILE CURSOR SURVIVES THE LEDGER WRITE --
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE ZERO TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
                       "certificate " TDP-NUMBER ", file status: "
                       ACCOUNT-TXN-STATUS
                   GO TO PAY-OUT-CERTIFICATE-EXIT
               NOT INVALID KEY
                   PERFORM NOTE-CHECKPOINT-POSTING
           END-WRITE
           ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
           PERFORM ACCOUNT-POSITION-UPDATE
           COPY CALGET.
           COPY RUNCGET.
           COPY RPTCWRT.
           COPY CKPGET.
