      *DESCRIPTION.        CHEQUE CHECKS SHARED BY EVERY PATH THAT
      *                    PAYS ONE OF OUR CUSTOMERS' CHEQUES -- MAN14
      *                    AT THE COUNTER AND BAT19 THROUGH INWARD
      *                    CLEARING. MOVE THE ACCOUNT TO
      *                    CHQ-SEEK-ACCOUNT AND THE CHEQUE NUMBER TO
      *                    CHQ-SEEK-NUMBER, THEN PERFORM:
      *                    CHECK-NUMBER-IN-A-BOOK -- NUMBER-IN-RANGE
      *                                              BOOK-ESTATE-FROZEN
      *                    CHECK-ACTIVE-STOP      -- STOP-IS-ACTIVE
      *                    CHECK-ALREADY-PAID     -- CHEQUE-ALREADY-PAID
      *                    CHEQUE-CONTROL AND ACCOUNT-TXN MUST BE OPEN;
      *                    HISTORY-TXN IS OPENED AND CLOSED HERE.

      *    SCAN CHEQUE-CONTROL FOR A BOOK RANGE OF CHQ-SEEK-ACCOUNT
      *    THAT COVERS CHQ-SEEK-NUMBER.
       CHECK-NUMBER-IN-A-BOOK                                   SECTION.
           SET NUMBER-NOT-IN-RANGE TO TRUE
           SET BOOK-NOT-FROZEN TO TRUE
           MOVE 1 TO CHEQUE-CONTROL-KEY
           START CHEQUE-CONTROL
                   KEY IS NOT LESS THAN CHEQUE-CONTROL-KEY
               INVALID KEY
                   SET CHEQUE-CONTROL-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL CHEQUE-CONTROL-NOT-FOUND
                       OR NUMBER-IN-RANGE
               READ CHEQUE-CONTROL NEXT RECORD
                   AT END
                       SET CHEQUE-CONTROL-NOT-FOUND TO TRUE
                   NOT AT END
                       IF CHQ-IS-BOOK
                               AND CHQ-ACCOUNT-NUMBER
                                   = CHQ-SEEK-ACCOUNT
                               AND CHQ-SEEK-NUMBER
                                   >= CHQ-START-NUMBER
                               AND CHQ-SEEK-NUMBER
                                   <= CHQ-END-NUMBER
                           SET NUMBER-IN-RANGE TO TRUE
                           IF CHQ-STATUS-ESTATE-FROZEN
                                   OR CHQ-STATUS-CANCELLED
                               SET BOOK-ESTATE-FROZEN TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    SCAN CHEQUE-CONTROL FOR AN ACTIVE STOP ON THIS ACCOUNT AND
      *    NUMBER, REMEMBERING WHERE IT SITS SO A LIFT CAN REWRITE
      *    IT.
       CHECK-ACTIVE-STOP                                        SECTION.
           SET NO-ACTIVE-STOP TO TRUE
           MOVE ZERO TO STOP-FOUND-KEY
           MOVE 1 TO CHEQUE-CONTROL-KEY
           START CHEQUE-CONTROL
                   KEY IS NOT LESS THAN CHEQUE-CONTROL-KEY
               INVALID KEY
                   SET CHEQUE-CONTROL-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL CHEQUE-CONTROL-NOT-FOUND
                       OR STOP-IS-ACTIVE
               READ CHEQUE-CONTROL NEXT RECORD
                   AT END
                       SET CHEQUE-CONTROL-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO STOP-FOUND-KEY
                       IF CHQ-IS-STOP AND CHQ-STATUS-ACTIVE
                               AND CHQ-ACCOUNT-NUMBER
                                   = CHQ-SEEK-ACCOUNT
                               AND CHQ-START-NUMBER
                                   = CHQ-SEEK-NUMBER
                           SET STOP-IS-ACTIVE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *    SCAN THE LIVE LEDGER -- AND THE BAT8 ARCHIVE AFTER IT --
      *    FOR A "Q" ENTRY ALREADY CARRYING THIS ACCOUNT AND CHEQUE
      *    NUMBER: A CHEQUE PAYS EXACTLY ONCE, EVEN WHEN ITS PAYMENT
      *    HAS SINCE MOVED TO data/ACCTHIST.DAT. NO HISTORY FILE ON
      *    DISK JUST MEANS NOTHING HAS BEEN ARCHIVED YET, SAME AS
      *    MAN5'S HISTORY PASS.
       CHECK-ALREADY-PAID                                       SECTION.
           SET CHEQUE-NOT-PAID TO TRUE
           MOVE 1 TO ACCOUNT-TXN-KEY
           START ACCOUNT-TXN KEY IS NOT LESS THAN ACCOUNT-TXN-KEY
               INVALID KEY
                   SET ACCOUNT-TXN-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL ACCOUNT-TXN-NOT-FOUND
                       OR CHEQUE-ALREADY-PAID
               READ ACCOUNT-TXN NEXT RECORD
                   AT END
                       SET ACCOUNT-TXN-NOT-FOUND TO TRUE
                   NOT AT END
                       IF TXN-IS-CHEQUE
                               AND TXN-ACCOUNT-HASH
                                   = CHQ-SEEK-ACCOUNT
                               AND TXN-COUNTERPART-HASH
                                   = CHQ-SEEK-NUMBER
                           SET CHEQUE-ALREADY-PAID TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           IF CHEQUE-NOT-PAID
               PERFORM CHECK-ARCHIVED-CHEQUES
           END-IF.

       CHECK-ARCHIVED-CHEQUES                                   SECTION.
           OPEN INPUT HISTORY-TXN
           IF HISTORY-TXN-MISSING
               GO TO CHECK-ARCHIVED-CHEQUES-EXIT
           END-IF

           MOVE 1 TO HISTORY-TXN-KEY
           START HISTORY-TXN KEY IS NOT LESS THAN HISTORY-TXN-KEY
               INVALID KEY
                   SET HISTORY-TXN-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL HISTORY-TXN-NOT-FOUND
                       OR CHEQUE-ALREADY-PAID
               READ HISTORY-TXN NEXT RECORD
                   AT END
                       SET HISTORY-TXN-NOT-FOUND TO TRUE
                   NOT AT END
                       IF HIST-TXN-IS-CHEQUE
                               AND HIST-TXN-ACCOUNT-HASH
                                   = CHQ-SEEK-ACCOUNT
                               AND HIST-TXN-COUNTERPART-HASH
                                   = CHQ-SEEK-NUMBER
                           SET CHEQUE-ALREADY-PAID TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORY-TXN.

       CHECK-ARCHIVED-CHEQUES-EXIT.
           EXIT.
