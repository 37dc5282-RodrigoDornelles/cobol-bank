      *DESCRIPTION.        VALIDATE A PROPOSED VALUE DATE FOR A
      *                    BACK-VALUED POSTING. THE CALLER LOADS THE
      *                    SYSTEM PARAMETERS, OPENS ACCOUNT-TXN, MOVES
      *                    THE DATE TO BACK-VALUE-DATE AND PERFORMS
      *                    CHECK-BACK-VALUE-DATE, WHICH SETS
      *                    BACK-VALUE-ACCEPTED OR -- AFTER SAYING WHY
      *                    ON THE CONSOLE -- BACK-VALUE-REFUSED. THE
      *                    DATE MUST BE A REAL CALENDAR DATE BEFORE
      *                    TODAY, NO MORE THAN PARM-BACK-VALUE-DAYS
      *                    CALENDAR DAYS BACK, AND NOT INSIDE A PERIOD
      *                    THE YEAR-END ARCHIVE (BAT8) HAS CLOSED. BAT8
      *                    ALWAYS WRITES ITS CARRY-FORWARD ENTRIES AT
      *                    THE FRONT OF THE LIVE LEDGER, DATED ON ITS
      *                    CUTOFF, SO ONLY THE FIRST RECORD NEEDS
      *                    READING TO FIND THAT CUTOFF. THE READ MOVES
      *                    ACCOUNT-TXN-KEY -- RE-DERIVE IT FROM
      *                    ACCOUNT-TXN-RECORD-COUNT BEFORE A WRITE.
       CHECK-BACK-VALUE-DATE                                    SECTION.
           SET BACK-VALUE-REFUSED TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO BACK-VALUE-TODAY

           IF FUNCTION TEST-DATE-YYYYMMDD(BACK-VALUE-DATE) NOT = ZERO
               DISPLAY "[X] " BACK-VALUE-DATE
                   " is not a valid calendar date."
               GO TO CHECK-BACK-VALUE-DATE-EXIT
           END-IF

           IF BACK-VALUE-DATE NOT < BACK-VALUE-TODAY
               DISPLAY "[X] A value date must be earlier than today."
               GO TO CHECK-BACK-VALUE-DATE-EXIT
           END-IF

           COMPUTE BACK-VALUE-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(BACK-VALUE-TODAY)
               - PARM-BACK-VALUE-DAYS
           COMPUTE BACK-VALUE-EARLIEST-DATE =
               FUNCTION DATE-OF-INTEGER(BACK-VALUE-DAY-INTEGER)
           IF BACK-VALUE-DATE < BACK-VALUE-EARLIEST-DATE
               DISPLAY "[X] Value date is more than "
                   PARM-BACK-VALUE-DAYS
                   " days back (earliest allowed "
                   BACK-VALUE-EARLIEST-DATE ")."
               GO TO CHECK-BACK-VALUE-DATE-EXIT
           END-IF

           MOVE ZERO TO BACK-VALUE-ARCHIVE-CUTOFF
           MOVE 1 TO ACCOUNT-TXN-KEY
           READ ACCOUNT-TXN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TXN-IS-CARRY-FORWARD
                       MOVE TXN-DATE TO BACK-VALUE-ARCHIVE-CUTOFF
                   END-IF
           END-READ
           IF BACK-VALUE-DATE < BACK-VALUE-ARCHIVE-CUTOFF
               DISPLAY "[X] Value date falls in a period already "
                   "closed by the year-end archive (cutoff "
                   BACK-VALUE-ARCHIVE-CUTOFF ")."
               GO TO CHECK-BACK-VALUE-DATE-EXIT
           END-IF

           SET BACK-VALUE-ACCEPTED TO TRUE.
       CHECK-BACK-VALUE-DATE-EXIT.
           EXIT.
