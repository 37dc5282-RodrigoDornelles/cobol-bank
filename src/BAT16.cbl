      *                    STANDING FROM SHORT MONTHS -- IS DEBITED
      *                    FROM THE CUSTOMER'S ACCOUNT AS "P" LEDGER
      *                    ENTRIES, AS MANY WHOLE INSTALLMENTS AS THE
      *                    AVAILABLE BALANCE (NET OF HOLDS AND OF
      *                    MONEY FROZEN UNDER A SISBAJUD COURT ORDER)
      *                    PLUS OVERDRAFT COVERS;
      *                    WHAT CANNOT BE COLLECTED STANDS AS ARREARS
      *                    FOR NEXT MONTH. A LOAN WHOSE LAST
      *                    INSTALLMENT COLLECTS IS MARKED PAID OFF.
      *                    IN ARREARS, BUCKETED 1 / 2 / 3-OR-MORE
      *                    INSTALLMENTS BEHIND. RUN-CONTROLLED PER
      *                    COLLECTION MONTH. RUN STANDALONE AFTER
      *                    MONTH-END -- NOT ON THE MAN0 MENU. THE
      *                    COLLECTION PASS IS CHECKPOINTED AFTER EVERY
      *                    LOAN (SEE CKPGET): A RERUN FOR THE SAME
      *                    MONTH AFTER AN ABEND RESUMES AFTER THE LAST
      *                    LOAN FINISHED; THE AGING PASS ALWAYS READS
      *                    THE WHOLE FILE.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
           COPY ACCTPSEL.
           COPY LOANSEL.
           COPY RUNCSEL.
           COPY CKPSEL.
           SELECT LOAN-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-REPORT-STATUS.
           COPY RPTCSEL.
           COPY JUDSEL.
           COPY CAUSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
           COPY LOANREC.
       FD  RUN-CONTROL.
           COPY RUNCREC.
       FD  CHECKPOINT-FILE.
           COPY CKPFD.

       FD  LOAN-REPORT.
       01  LOAN-REPORT-LINE                   PIC X(80).

       FD  REPORT-CATALOG.
           COPY RPTCREC.
       FD  JUDICIAL-BLOCK.
           COPY JUDREC.
       FD  CARD-AUTH.
           COPY CAUREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY LOANSTA.
           COPY RUNCSTA.
           COPY RPTCSTA.
           COPY JUDSTA.
           COPY CAUSTA.
           COPY OPERSTA.
           COPY CKPREC.
           COPY CKPSTA.
       77  LOAN-REPORT-STATUS                 PIC XX.
       77  COLLECTION-MONTH                   PIC 9(6).
       77  MONTH-END-DATE                     PIC 9(8).
      *    THIS JOB MAY REBUILD STALE POSITION RECORDS AS IT READS.
           SET POSITION-REBUILD-ALLOWED TO TRUE
           PERFORM OPEN-LOAN-MASTER

           MOVE "BAT16" TO CKP-SEEK-JOB-NAME
           MOVE RUN-SEEK-DATE TO CKP-SEEK-DATE
           MOVE "P" TO CKP-SEEK-TYPES
           PERFORM BEGIN-CHECKPOINT-RUN
           IF CHECKPOINT-DISAGREES
               DISPLAY "[X] Collection is stopped; reconcile the "
                   "ledger against the checkpoint before rerunning."
               CLOSE CHECKPOINT-FILE
               CLOSE CLIENT-MASTER
               CLOSE ACCOUNT-MASTER
               CLOSE ACCOUNT-TXN
               CLOSE ACCOUNT-POSITION
               CLOSE LOAN-MASTER
               GOBACK
           END-IF
           IF CHECKPOINT-RESUMING
               PERFORM RESTORE-COLLECTION-TOTALS
               COMPUTE LOAN-MASTER-KEY = CKP-LAST-KEY + 1
               START LOAN-MASTER
                       KEY IS NOT LESS THAN LOAN-MASTER-KEY
                   INVALID KEY
                       SET LOAN-MASTER-NOT-FOUND TO TRUE
               END-START
           END-IF

           MOVE "BAT16" TO SPOOL-PROGRAM-ID
           MOVE "LOANAGE" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
                   AT END
                       SET LOAN-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       MOVE LOAN-MASTER-KEY TO CKP-LAST-KEY
                       IF LOAN-STATUS-ACTIVE
                               AND LOAN-NEXT-DUE-DATE
                                   <= MONTH-END-DATE
                           PERFORM COLLECT-ONE-LOAN
                       END-IF
                       MOVE LOAN-ACCOUNT-NUMBER TO CKP-LAST-ACCOUNT
                       PERFORM CHECKPOINT-COLLECTION
               END-READ
           END-PERFORM

           PERFORM WRITE-ARREARS-AGING

           IF CHECKPOINT-RESUMING
               PERFORM FORMAT-CHECKPOINT-LINES
               MOVE CHECKPOINT-RESUME-LINE TO LOAN-REPORT-LINE
               WRITE LOAN-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
               MOVE CHECKPOINT-EARLIER-LINE TO LOAN-REPORT-LINE
               WRITE LOAN-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
               MOVE CHECKPOINT-THIS-LINE TO LOAN-REPORT-LINE
               WRITE LOAN-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF

           MOVE "LOANS COLLECTED:" TO RPT-COUNT-LABEL
           MOVE LOANS-COLLECTED TO RPT-COUNT-VALUE
           MOVE COLLECTED-TOTAL TO RPT-COUNT-AMOUNT
           DISPLAY "[!] Loans paid off: " LOANS-PAID-OFF

           PERFORM RECORD-JOB-RUN
           PERFORM END-CHECKPOINT-RUN
           GOBACK.

      *    CARRY THE EARLIER ATTEMPT'S TOTALS FORWARD SO THE REPORT
      *    COVERS THE WHOLE MONTH'S COLLECTION.
       RESTORE-COLLECTION-TOTALS                                SECTION.
           MOVE CKP-COUNTER(1) TO LOANS-SCANNED
           MOVE CKP-COUNTER(2) TO LOANS-COLLECTED
           MOVE CKP-COUNTER(3) TO LOANS-SHORT
           MOVE CKP-COUNTER(4) TO LOANS-PAID-OFF
           MOVE CKP-AMOUNT(1) TO COLLECTED-TOTAL
           MOVE CKP-AMOUNT(2) TO ARREARS-TOTAL.

      *    ONE LOAN FINISHED (CKP-LAST-KEY AND CKP-LAST-ACCOUNT
      *    ALREADY SET) -- COMMIT IT.
       CHECKPOINT-COLLECTION                                    SECTION.
           MOVE 1 TO CKP-PASS
           MOVE LOANS-SCANNED TO CKP-COUNTER(1)
           MOVE LOANS-COLLECTED TO CKP-COUNTER(2)
           MOVE LOANS-SHORT TO CKP-COUNTER(3)
           MOVE LOANS-PAID-OFF TO CKP-COUNTER(4)
           MOVE COLLECTED-TOTAL TO CKP-AMOUNT(1)
           MOVE ARREARS-TOTAL TO CKP-AMOUNT(2)
           PERFORM TAKE-CHECKPOINT.

      *    ONE DUE LOAN. THE MONTH'S INSTALLMENT PLUS ANY STANDING
      *    ARREARS ARE DUE; AS MANY WHOLE INSTALLMENTS AS THE
      *    AVAILABLE BALANCE PLUS OVERDRAFT COVERS ARE DEBITED IN ONE

           MOVE LOAN-ACCOUNT-NUMBER TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE LOAN-ACCOUNT-NUMBER TO JUD-SEEK-ACCOUNT
           PERFORM JUDICIAL-FROZEN-BALANCE
           MOVE LOAN-ACCOUNT-NUMBER TO CAU-SEEK-ACCOUNT
           PERFORM CARD-HELD-BALANCE
           COMPUTE HEADROOM =
               TXN-SEEK-BALANCE - TXN-SEEK-HELD-AMOUNT
               - JUD-FROZEN-TOTAL - CAU-HELD-TOTAL
               + ACCOUNT-RESOLVE-OVERDRAFT

           MOVE ZERO TO COLLECTIBLE-COUNT
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE ZERO TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
                   DISPLAY "[X] Could not post collection for loan "
                       LOAN-NUMBER ", file status: "
                       ACCOUNT-TXN-STATUS
               NOT INVALID KEY
                   PERFORM NOTE-CHECKPOINT-POSTING
           END-WRITE
           ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
           PERFORM ACCOUNT-POSITION-UPDATE.
           COPY LOANOPN.
           COPY RUNCGET.
           COPY RPTCWRT.
           COPY JUDFND.
           COPY CAUFND.
           COPY CKPGET.
