      *DESCRIPTION.        RESTART-CHECKPOINT PROCEDURES FOR THE
      *                    POSTING BATCH JOBS. THE JOB OPENS
      *                    ACCOUNT-TXN, MOVES ITS NAME, RUN-CONTROL
      *                    DATE AND LEDGER ENTRY TYPES TO
      *                    CKP-SEEK-JOB-NAME / CKP-SEEK-DATE /
      *                    CKP-SEEK-TYPES AND PERFORMS
      *                    BEGIN-CHECKPOINT-RUN, WHICH LEAVES ONE OF:
      *                    - CHECKPOINT-FRESH-START: NO UNFINISHED RUN
      *                      FOR THE DATE; START AT THE BEGINNING;
      *                    - CHECKPOINT-RESUMING: AN EARLIER ATTEMPT
      *                      FOR THE DATE ABENDED AND THE LEDGER HOLDS
      *                      EXACTLY WHAT ITS CHECKPOINT SAYS IT
      *                      POSTED; RESTORE THE TOTALS IN
      *                      CHECKPOINT-RECORD AND CARRY ON ONE PAST
      *                      CKP-PASS / CKP-LAST-KEY;
      *                    - CHECKPOINT-DISAGREES: THE LEDGER HOLDS
      *                      MORE OR FEWER OF THE JOB'S ENTRIES THAN
      *                      THE CHECKPOINT ACCOUNTS FOR (AN ABEND
      *                      BETWEEN A POSTING AND ITS CHECKPOINT, OR
      *                      A DAMAGED LEDGER). THE JOB MUST STOP --
      *                      RESUMING EITHER SIDE OF THE GAP WOULD
      *                      DOUBLE-POST OR SKIP AN ACCOUNT, AND ONLY
      *                      A PERSON CAN SAY WHICH.
      *                    AFTER EVERY LEDGER WRITE THE JOB PERFORMS
      *                    NOTE-CHECKPOINT-POSTING; AFTER EVERY RECORD
      *                    IT FINISHES IT FILLS IN CKP-PASS,
      *                    CKP-LAST-KEY, CKP-LAST-ACCOUNT AND ITS
      *                    TOTALS AND PERFORMS TAKE-CHECKPOINT. ONCE
      *                    RECORD-JOB-RUN HAS LOGGED THE RUN, IT
      *                    PERFORMS END-CHECKPOINT-RUN -- IN THAT
      *                    ORDER, SO AN ABEND BETWEEN THE TWO LEAVES
      *                    RUN-CONTROL REFUSING THE RERUN RATHER THAN
      *                    A COMPLETE CHECKPOINT INVITING A FRESH ONE.
       BEGIN-CHECKPOINT-RUN                                     SECTION.
           OPEN I-O CHECKPOINT-FILE
           IF CHECKPOINT-MISSING
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               OPEN I-O CHECKPOINT-FILE
           END-IF

      *    FIND THE JOB'S OWN RECORD, COUNTING THE FILE AS WE GO.
           MOVE ZERO TO CHECKPOINT-RECORD-COUNT
           MOVE ZERO TO CKP-JOB-SLOT
           MOVE 1 TO CHECKPOINT-KEY
           START CHECKPOINT-FILE
                   KEY IS NOT LESS THAN CHECKPOINT-KEY
               INVALID KEY
                   SET CHECKPOINT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CHECKPOINT-OK TO TRUE
           END-START
           PERFORM UNTIL CHECKPOINT-NOT-FOUND
               READ CHECKPOINT-FILE NEXT RECORD
                   INTO CHECKPOINT-RECORD
                   AT END
                       SET CHECKPOINT-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO CHECKPOINT-RECORD-COUNT
                       IF CKP-JOB-NAME = CKP-SEEK-JOB-NAME
                           MOVE CHECKPOINT-KEY TO CKP-JOB-SLOT
                       END-IF
               END-READ
           END-PERFORM

           IF CKP-JOB-SLOT = ZERO
               PERFORM START-FRESH-CHECKPOINT
               COMPUTE CKP-JOB-SLOT = CHECKPOINT-RECORD-COUNT + 1
               MOVE CKP-JOB-SLOT TO CHECKPOINT-KEY
               WRITE CHECKPOINT-FILE-RECORD FROM CHECKPOINT-RECORD
                   INVALID KEY
                       DISPLAY "[X] Could not write the checkpoint, "
                           "file status: " CHECKPOINT-STATUS
               END-WRITE
               GO TO BEGIN-CHECKPOINT-RUN-EXIT
           END-IF

           MOVE CKP-JOB-SLOT TO CHECKPOINT-KEY
           READ CHECKPOINT-FILE INTO CHECKPOINT-RECORD
               INVALID KEY
                   CONTINUE
           END-READ

           IF CKP-RUN-DATE = CKP-SEEK-DATE
               IF CKP-STATE-COMPLETE
      *            RUN-CONTROL SAID NOT RUN, YET THE CHECKPOINT SAYS
      *            FINISHED -- THE RUN-CONTROL LOG HAS LOST ITS LINE.
                   SET CHECKPOINT-DISAGREES TO TRUE
                   DISPLAY "[X] The checkpoint shows " CKP-JOB-NAME
                       " already completed for " CKP-RUN-DATE
                       " although run-control has no record of it."
                   GO TO BEGIN-CHECKPOINT-RUN-EXIT
               END-IF
               PERFORM RESUME-FROM-CHECKPOINT
               GO TO BEGIN-CHECKPOINT-RUN-EXIT
           END-IF

           IF CKP-STATE-RUNNING
               DISPLAY "[!] The " CKP-JOB-NAME " run for "
                   CKP-RUN-DATE " never completed -- it stopped "
                   "after account " CKP-LAST-ACCOUNT ". Starting "
                   "the new run from the beginning."
           END-IF
           PERFORM START-FRESH-CHECKPOINT
           MOVE CKP-JOB-SLOT TO CHECKPOINT-KEY
           REWRITE CHECKPOINT-FILE-RECORD FROM CHECKPOINT-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not write the checkpoint, "
                       "file status: " CHECKPOINT-STATUS
           END-REWRITE.

       BEGIN-CHECKPOINT-RUN-EXIT.
           EXIT.

       START-FRESH-CHECKPOINT                                   SECTION.
           SET CHECKPOINT-FRESH-START TO TRUE
           INITIALIZE CHECKPOINT-RECORD
           MOVE CKP-SEEK-JOB-NAME TO CKP-JOB-NAME
           MOVE CKP-SEEK-DATE TO CKP-RUN-DATE
           SET CKP-STATE-RUNNING TO TRUE
           MOVE 1 TO CKP-ATTEMPT
           MOVE 1 TO CKP-PASS
           MOVE ACCOUNT-TXN-MAX-SEQUENCE TO CKP-START-SEQUENCE
           MOVE FUNCTION CURRENT-DATE(1:14) TO CKP-STAMP
           MOVE ZERO TO CKP-PRIOR-ENTRIES
           MOVE ZERO TO CKP-RESUMED-AFTER-ACCOUNT
           MOVE ZERO TO CKP-PRIOR-FIRST-SEQUENCE
           MOVE ZERO TO CKP-PRIOR-LAST-SEQUENCE
           MOVE ZERO TO CKP-ATTEMPT-FIRST-SEQUENCE.

      *    AN UNFINISHED RUN FOR THE SAME DATE. HOLD THE LEDGER TO
      *    THE CHECKPOINT FIRST; ONLY IF IT MATCHES IS THE ATTEMPT
      *    COUNTED AND THE RUN RESUMED.
       RESUME-FROM-CHECKPOINT                                   SECTION.
           PERFORM VERIFY-CHECKPOINT-LEDGER
           IF CHECKPOINT-DISAGREES
               GO TO RESUME-FROM-CHECKPOINT-EXIT
           END-IF

           SET CHECKPOINT-RESUMING TO TRUE
           ADD 1 TO CKP-ATTEMPT
           MOVE CKP-ENTRIES-POSTED TO CKP-PRIOR-ENTRIES
           MOVE CKP-LAST-ACCOUNT TO CKP-RESUMED-AFTER-ACCOUNT
           MOVE CKP-FIRST-SEQUENCE TO CKP-PRIOR-FIRST-SEQUENCE
           MOVE CKP-LAST-SEQUENCE TO CKP-PRIOR-LAST-SEQUENCE
           MOVE ZERO TO CKP-ATTEMPT-FIRST-SEQUENCE
           MOVE FUNCTION CURRENT-DATE(1:14) TO CKP-STAMP
           MOVE CKP-JOB-SLOT TO CHECKPOINT-KEY
           REWRITE CHECKPOINT-FILE-RECORD FROM CHECKPOINT-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not write the checkpoint, "
                       "file status: " CHECKPOINT-STATUS
           END-REWRITE
           DISPLAY "[!] Resuming " CKP-JOB-NAME " for " CKP-RUN-DATE
               " (attempt " CKP-ATTEMPT ") after account "
               CKP-LAST-ACCOUNT
           DISPLAY "[!] Entries already posted: " CKP-ENTRIES-POSTED
               ", sequences " CKP-FIRST-SEQUENCE " to "
               CKP-LAST-SEQUENCE.

       RESUME-FROM-CHECKPOINT-EXIT.
           EXIT.

      *    EVERY LEDGER ENTRY OF THE JOB'S TYPES UNDER ITS OPERATOR ID
      *    POSTED SINCE THE FIRST ATTEMPT STARTED MUST FALL INSIDE THE
      *    CHECKPOINTED RANGE, AND THERE MUST BE EXACTLY AS MANY AS
      *    THE CHECKPOINT COUNTED. ONE PAST THE RANGE WAS POSTED AFTER
      *    THE LAST CHECKPOINT; A SHORT COUNT MEANS THE LEDGER LOST
      *    ENTRIES THE RUN HAS ALREADY ACCOUNTED FOR.
       VERIFY-CHECKPOINT-LEDGER                                 SECTION.
           MOVE ZERO TO CKP-VERIFY-COUNT
           MOVE ZERO TO CKP-BEYOND-COUNT
           MOVE "N" TO CKP-EOF-SW
           MOVE 1 TO ACCOUNT-TXN-KEY
           START ACCOUNT-TXN KEY IS NOT LESS THAN ACCOUNT-TXN-KEY
               INVALID KEY
                   SET CKP-EOF TO TRUE
           END-START
           PERFORM UNTIL CKP-EOF
               READ ACCOUNT-TXN NEXT RECORD
                   AT END
                       SET CKP-EOF TO TRUE
                   NOT AT END
                       PERFORM VERIFY-ONE-LEDGER-ENTRY
               END-READ
           END-PERFORM
           COMPUTE ACCOUNT-TXN-KEY = ACCOUNT-TXN-RECORD-COUNT + 1

           IF CKP-BEYOND-COUNT > ZERO
                   OR CKP-VERIFY-COUNT NOT = CKP-ENTRIES-POSTED
               SET CHECKPOINT-DISAGREES TO TRUE
               DISPLAY "[X] Checkpoint and ledger disagree for "
                   CKP-JOB-NAME " " CKP-RUN-DATE ":"
               DISPLAY "[X]   checkpoint: " CKP-ENTRIES-POSTED
                   " entries, sequences " CKP-FIRST-SEQUENCE " to "
                   CKP-LAST-SEQUENCE ", last account "
                   CKP-LAST-ACCOUNT
               DISPLAY "[X]   ledger:     " CKP-VERIFY-COUNT
                   " entries in that range, " CKP-BEYOND-COUNT
                   " posted after it"
           END-IF.

       VERIFY-ONE-LEDGER-ENTRY                                  SECTION.
           IF TXN-SEQUENCE NOT > CKP-START-SEQUENCE
                   OR TXN-OPERATOR-ID NOT = CURRENT-OPERATOR-ID
               GO TO VERIFY-ONE-LEDGER-ENTRY-EXIT
           END-IF
           IF TXN-TYPE NOT = CKP-SEEK-TYPES(1:1)
                   AND TXN-TYPE NOT = CKP-SEEK-TYPES(2:1)
                   AND TXN-TYPE NOT = CKP-SEEK-TYPES(3:1)
                   AND TXN-TYPE NOT = CKP-SEEK-TYPES(4:1)
                   AND TXN-TYPE NOT = CKP-SEEK-TYPES(5:1)
                   AND TXN-TYPE NOT = CKP-SEEK-TYPES(6:1)
               GO TO VERIFY-ONE-LEDGER-ENTRY-EXIT
           END-IF

           IF TXN-SEQUENCE > CKP-LAST-SEQUENCE
               ADD 1 TO CKP-BEYOND-COUNT
               DISPLAY "[X]   posted after the checkpoint: sequence "
                   TXN-SEQUENCE " account " TXN-ACCOUNT-HASH
                   " type " TXN-TYPE " amount " TXN-AMOUNT
           ELSE
               ADD 1 TO CKP-VERIFY-COUNT
           END-IF.

       VERIFY-ONE-LEDGER-ENTRY-EXIT.
           EXIT.

      *    THE JOB HAS JUST WRITTEN A LEDGER ENTRY (TXN-SEQUENCE STILL
      *    IN THE RECORD AREA).
       NOTE-CHECKPOINT-POSTING                                  SECTION.
           ADD 1 TO CKP-ENTRIES-POSTED
           IF CKP-FIRST-SEQUENCE = ZERO
               MOVE TXN-SEQUENCE TO CKP-FIRST-SEQUENCE
           END-IF
           IF CKP-ATTEMPT-FIRST-SEQUENCE = ZERO
               MOVE TXN-SEQUENCE TO CKP-ATTEMPT-FIRST-SEQUENCE
           END-IF
           MOVE TXN-SEQUENCE TO CKP-LAST-SEQUENCE.

       TAKE-CHECKPOINT                                          SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CKP-STAMP
           MOVE CKP-JOB-SLOT TO CHECKPOINT-KEY
           REWRITE CHECKPOINT-FILE-RECORD FROM CHECKPOINT-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not write the checkpoint, "
                       "file status: " CHECKPOINT-STATUS
           END-REWRITE.

       END-CHECKPOINT-RUN                                       SECTION.
           SET CKP-STATE-COMPLETE TO TRUE
           PERFORM TAKE-CHECKPOINT
           CLOSE CHECKPOINT-FILE.

      *    THE RESTART LINES FOR THE JOB'S CONTROL-TOTAL REPORT.
       FORMAT-CHECKPOINT-LINES                                  SECTION.
           MOVE CKP-ATTEMPT TO CKR-ATTEMPT
           MOVE CKP-RESUMED-AFTER-ACCOUNT TO CKR-ACCOUNT
           MOVE CKP-PRIOR-ENTRIES TO CKE-ENTRIES
           MOVE CKP-PRIOR-FIRST-SEQUENCE TO CKE-FIRST-SEQUENCE
           MOVE CKP-PRIOR-LAST-SEQUENCE TO CKE-LAST-SEQUENCE
           COMPUTE CKT-ENTRIES =
               CKP-ENTRIES-POSTED - CKP-PRIOR-ENTRIES
           MOVE CKP-ATTEMPT-FIRST-SEQUENCE TO CKT-FIRST-SEQUENCE
           IF CKP-ATTEMPT-FIRST-SEQUENCE = ZERO
               MOVE ZERO TO CKT-LAST-SEQUENCE
           ELSE
               MOVE CKP-LAST-SEQUENCE TO CKT-LAST-SEQUENCE
           END-IF.
