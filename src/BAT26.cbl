       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         BAT26.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        MONTH-END BALANCE SNAPSHOT. FOR A CLOSED
      *                    MONTH, WRITES ONE RECORD PER ACCOUNT TO
      *                    data/BALSNAP.DAT (SNPREC.CPY): OPENING AND
      *                    CLOSING BALANCE, LOWEST AND HIGHEST, THE
      *                    AVERAGE DAILY BALANCE, DAYS OVERDRAWN AND
      *                    THE DEPOSITS STILL HELD AT THE CLOSE -- SO
      *                    "WHAT WAS THE BALANCE AT MONTH-END" AND "THE
      *                    AVERAGE LAST QUARTER" STOP NEEDING A LEDGER
      *                    REPLAY. THE ACCOUNTS ARE THE ONES ON
      *                    ACCOUNT-POSITION (PLUS ANY THE LEDGER SHOWS
      *                    THAT HAVE NO POSITION YET); THE FIGURES COME
      *                    FROM ONE PASS OF THE LEDGER UP TO THE
      *                    MONTH'S LAST DAY. AN ACCOUNT WITH NOTHING
      *                    POSTED AFTER THE MONTH MUST CLOSE WHERE ITS
      *                    POSITION STANDS -- ONE THAT DOES NOT IS
      *                    FLAGGED ON THE REPORT FOR BAT5 TO PROVE. AN
      *                    ACCOUNT NOT YET OPENED BY THE MONTH-END, OR
      *                    QUIET ALL MONTH AT A ZERO BALANCE, GETS NO
      *                    RECORD. ONE RUN PER MONTH (RUN-CONTROL DATE
      *                    YYYYMM00, AS BAT10); A RUN THAT DIES PART
      *                    WAY IS SIMPLY RUN AGAIN -- IT RETAKES THE
      *                    RECORDS THE EARLIER ATTEMPT WROTE IN PLACE
      *                    INSTEAD OF ADDING SECOND ONES. CONTROL
      *                    REPORT SPOOLED AS BALSNAP. RUN STANDALONE
      *                    AFTER THE MONTH CLOSES AND BEFORE BAT8'S
      *                    YEAR-END ARCHIVE -- NOT ON THE MAN0 MENU.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY ACCTXSEL.
           COPY ACCTPSEL.
           COPY SNPSEL.
           COPY RUNCSEL.
           SELECT SNAPSHOT-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-REPORT-STATUS.
           COPY RPTCSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  ACCOUNT-TXN.
           COPY ACCTXREC.
       FD  ACCOUNT-POSITION.
           COPY ACCTPREC.
       FD  BALANCE-SNAPSHOT.
           COPY SNPREC.
       FD  RUN-CONTROL.
           COPY RUNCREC.

       FD  SNAPSHOT-REPORT.
       01  SNAPSHOT-REPORT-LINE               PIC X(80).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

       WORKING-STORAGE                                          SECTION.
           COPY ACCTXSTA.
           COPY ACCTPSTA.
           COPY SNPSTA.
           COPY RUNCSTA.
           COPY RPTCSTA.
           COPY OPERSTA.
       77  SNAPSHOT-REPORT-STATUS             PIC XX.
       77  TODAY-YYYYMMDD                     PIC 9(8).
      *    THE MONTH BEING SNAPPED, KEYED AS YYYYMM, AND ITS FIRST AND
      *    LAST DAYS AS DATES AND AS DAY NUMBERS.
       77  SNAPSHOT-MONTH                     PIC 9(6).
       77  MONTH-START-DATE                   PIC 9(8).
       77  MONTH-END-DATE                     PIC 9(8).
       77  NEXT-MONTH-DATE                    PIC 9(8).
       77  MONTH-START-DAY                    PIC 9(8).
       77  MONTH-END-DAY                      PIC 9(8).
       77  DAYS-IN-MONTH                      PIC 9(2).
       77  TXN-DAY                            PIC 9(8).
       77  DAY-SPAN                           PIC 9(3).
       77  LEDGER-SCANNED                     PIC 9(8) VALUE ZERO.
       77  ACCOUNTS-SNAPPED                   PIC 9(6) VALUE ZERO.
       77  ACCOUNTS-RETAKEN                   PIC 9(6) VALUE ZERO.
       77  ACCOUNTS-NOT-OPEN                  PIC 9(6) VALUE ZERO.
       77  ACCOUNTS-DORMANT                   PIC 9(6) VALUE ZERO.
       77  POSITION-MISMATCHES                PIC 9(6) VALUE ZERO.
       77  ACCOUNTS-DROPPED                   PIC 9(6) VALUE ZERO.
       77  HELD-DROPPED                       PIC 9(6) VALUE ZERO.
      *    ONE ROW PER ACCOUNT, CARRYING THE MONTH'S FIGURES AS THE
      *    LEDGER GOES PAST. SA-RUNNING IS THE BALANCE AT THE END OF
      *    SA-LAST-DAY; SA-DAY-SUM ADDS UP THE DAY-END BALANCES OF THE
      *    DAYS ALREADY BEHIND IT.
       77  ACCOUNT-COUNT                      PIC 9(5) VALUE ZERO.
       01  SNAPSHOT-ACCOUNT-TABLE.
           02  SNAPSHOT-ACCOUNT              OCCURS 0 TO 20000 TIMES
                                   DEPENDING ON ACCOUNT-COUNT
                                   INDEXED BY SA-IX.
               03  SA-ACCOUNT                PIC 9(10).
               03  SA-POSITION-BALANCE       PIC S9(9)V99.
               03  SA-OPENING                PIC S9(9)V99.
               03  SA-RUNNING                PIC S9(9)V99.
               03  SA-MINIMUM                PIC S9(9)V99.
               03  SA-MAXIMUM                PIC S9(9)V99.
               03  SA-DAY-SUM                PIC S9(13)V99.
               03  SA-LAST-DAY               PIC 9(8).
               03  SA-DAYS-OVERDRAWN         PIC 9(2).
               03  SA-POSTINGS               PIC 9(5).
               03  SA-LAST-SEQUENCE          PIC 9(8).
               03  SA-HELD                   PIC 9(9)V99.
      *            THE EARLIER ATTEMPT'S RECORD FOR THE MONTH, IF ANY.
               03  SA-SNAP-KEY               PIC 9(8).
               03  SA-OPENED-SW              PIC X.
                   88  SA-OPENED               VALUE "Y".
               03  SA-LATER-SW               PIC X.
                   88  SA-POSTED-LATER         VALUE "Y".
               03  SA-POSITION-SW            PIC X.
                   88  SA-HAS-POSITION         VALUE "Y".
      *    DEPOSITS STILL UNDER HOLD AT THE MONTH-END, SO AN "S"
      *    REVERSAL OF ONE CAN GIVE THE HOLD BACK (SAME RULE AS
      *    ACCOUNT-TXN-SEEK-BALANCE).
       77  HELD-COUNT                         PIC 9(4) VALUE ZERO.
       01  HELD-DEPOSIT-TABLE.
           02  HELD-DEPOSIT                  OCCURS 0 TO 5000 TIMES
                                   DEPENDING ON HELD-COUNT
                                   INDEXED BY HD-IX.
               03  HD-SEQUENCE               PIC 9(8).
               03  HD-SLOT                   PIC 9(5).
               03  HD-AMOUNT                 PIC 9(9)V99.
       77  SEEK-ACCOUNT                       PIC 9(10).
       77  SEEK-SLOT                          PIC 9(5).
       77  CURRENT-SLOT                       PIC 9(5).
       01  REPORT-TITLE-LINE.
           02  FILLER                        PIC X(26) VALUE
               "MONTH-END BALANCE SNAPSHOT".
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-TITLE-MONTH               PIC 9(6).
       01  REPORT-HEADING-LINE.
           02  FILLER                        PIC X(12) VALUE
               "ACCOUNT ID".
           02  FILLER                        PIC X(14) VALUE
               "     CLOSING".
           02  FILLER                        PIC X(14) VALUE
               "     AVERAGE".
           02  FILLER                        PIC X(14) VALUE
               "     MINIMUM".
           02  FILLER                        PIC X(14) VALUE
               "     MAXIMUM".
           02  FILLER                        PIC X(04) VALUE
               "OD".
       01  REPORT-DETAIL-LINE.
           02  RPT-ACCOUNT-ID                PIC 9(10).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-CLOSING                   PIC Z(7)9.99-.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-AVERAGE                   PIC Z(7)9.99-.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-MINIMUM                   PIC Z(7)9.99-.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-MAXIMUM                   PIC Z(7)9.99-.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-DAYS-OVERDRAWN            PIC Z9.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-NOTE                      PIC X(08).
       01  REPORT-COUNT-LINE.
           02  RPT-COUNT-LABEL               PIC X(32).
           02  RPT-COUNT-VALUE               PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE                                               DIVISION.
       MAIN.
           DISPLAY "---------------------------------------------------"
           DISPLAY " MONTH-END BALANCE SNAPSHOT"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
           DISPLAY "[?] Snapshot month YYYYMM:"
           ACCEPT SNAPSHOT-MONTH
           IF SNAPSHOT-MONTH = ZERO
                   OR SNAPSHOT-MONTH(5:2) < "01"
                   OR SNAPSHOT-MONTH(5:2) > "12"
               DISPLAY "[X] A valid snapshot month is required."
               GOBACK
           END-IF

           COMPUTE MONTH-START-DATE = SNAPSHOT-MONTH * 100 + 1
           IF SNAPSHOT-MONTH(5:2) = "12"
               COMPUTE NEXT-MONTH-DATE =
                   (SNAPSHOT-MONTH + 89) * 100 + 1
           ELSE
               COMPUTE NEXT-MONTH-DATE =
                   (SNAPSHOT-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE MONTH-START-DAY =
               FUNCTION INTEGER-OF-DATE(MONTH-START-DATE)
           COMPUTE MONTH-END-DAY =
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-DATE) - 1
           COMPUTE MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER(MONTH-END-DAY)
           COMPUTE DAYS-IN-MONTH = MONTH-END-DAY - MONTH-START-DAY + 1

      *    A SNAPSHOT OF A MONTH STILL OPEN WOULD BE WRONG BY MORNING.
           IF MONTH-END-DATE NOT < TODAY-YYYYMMDD
               DISPLAY "[X] Month " SNAPSHOT-MONTH
                   " has not closed yet."
               GOBACK
           END-IF

           MOVE "BAT26" TO RUN-SEEK-JOB-NAME
           COMPUTE RUN-SEEK-DATE = SNAPSHOT-MONTH * 100
           PERFORM CHECK-JOB-ALREADY-RUN
           IF RUN-ALREADY-DONE
               DISPLAY "[X] The snapshot has already been taken for "
                   "month " SNAPSHOT-MONTH
               GOBACK
           END-IF

           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION
           PERFORM OPEN-BALANCE-SNAPSHOT

           PERFORM LOAD-POSITION-ACCOUNTS
           PERFORM FIND-EARLIER-ATTEMPT
           PERFORM REPLAY-LEDGER-TO-MONTH-END

           MOVE "BAT26" TO SPOOL-PROGRAM-ID
           MOVE "BALSNAP" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT SNAPSHOT-REPORT
           MOVE SNAPSHOT-MONTH TO RPT-TITLE-MONTH
           MOVE REPORT-TITLE-LINE TO SNAPSHOT-REPORT-LINE
           WRITE SNAPSHOT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           MOVE REPORT-HEADING-LINE TO SNAPSHOT-REPORT-LINE
           WRITE SNAPSHOT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           PERFORM VARYING CURRENT-SLOT FROM 1 BY 1
                   UNTIL CURRENT-SLOT > ACCOUNT-COUNT
               PERFORM SNAP-ONE-ACCOUNT
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS
           CLOSE SNAPSHOT-REPORT
           PERFORM CATALOG-SPOOL-FILE

           CLOSE ACCOUNT-TXN
           CLOSE ACCOUNT-POSITION
           CLOSE BALANCE-SNAPSHOT

           DISPLAY ""
           DISPLAY "[!] Month " SNAPSHOT-MONTH ", " DAYS-IN-MONTH
               " days, " MONTH-START-DATE " to " MONTH-END-DATE
           DISPLAY "[!] Ledger records scanned: " LEDGER-SCANNED
           DISPLAY "[!] Accounts snapped: " ACCOUNTS-SNAPPED
           IF ACCOUNTS-RETAKEN > ZERO
               DISPLAY "[!]   retaken from an earlier attempt: "
                   ACCOUNTS-RETAKEN
           END-IF
           DISPLAY "[!] Not yet opened at month-end: "
               ACCOUNTS-NOT-OPEN
           DISPLAY "[!] Quiet at a zero balance: " ACCOUNTS-DORMANT
           IF POSITION-MISMATCHES > ZERO
               DISPLAY "[X] Closing balance disagrees with the "
                   "position: " POSITION-MISMATCHES
           END-IF
           IF ACCOUNTS-DROPPED > ZERO OR HELD-DROPPED > ZERO
               DISPLAY "[X] Ledger entries not taken, tables full: "
                   ACCOUNTS-DROPPED " accounts, " HELD-DROPPED
                   " holds"
           END-IF
           DISPLAY "[!] Report written to " SPOOL-FILE-NAME

           PERFORM RECORD-JOB-RUN
           GOBACK.

      *    EVERY ACCOUNT WITH A POSITION, AND WHERE IT STANDS TODAY.
       LOAD-POSITION-ACCOUNTS                                   SECTION.
           MOVE 1 TO ACCOUNT-POSITION-KEY
           START ACCOUNT-POSITION
                   KEY IS NOT LESS THAN ACCOUNT-POSITION-KEY
               INVALID KEY
                   SET ACCOUNT-POSITION-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-POSITION-OK TO TRUE
           END-START
           PERFORM UNTIL ACCOUNT-POSITION-NOT-FOUND
               READ ACCOUNT-POSITION NEXT RECORD
                   AT END
                       SET ACCOUNT-POSITION-NOT-FOUND TO TRUE
                   NOT AT END
                       MOVE POS-ACCOUNT-NUMBER TO SEEK-ACCOUNT
                       PERFORM FIND-OR-ADD-ACCOUNT
                       IF SEEK-SLOT > ZERO
                           MOVE POS-BALANCE
                               TO SA-POSITION-BALANCE(SEEK-SLOT)
                           SET SA-HAS-POSITION(SEEK-SLOT) TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *    A RUN THAT DIED PART WAY LEFT SOME OF THE MONTH'S RECORDS
      *    BEHIND -- NOTE WHERE, SO THIS RUN RETAKES THEM IN PLACE.
       FIND-EARLIER-ATTEMPT                                     SECTION.
           MOVE 1 TO BALANCE-SNAPSHOT-KEY
           START BALANCE-SNAPSHOT
                   KEY IS NOT LESS THAN BALANCE-SNAPSHOT-KEY
               INVALID KEY
                   SET BALANCE-SNAPSHOT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET BALANCE-SNAPSHOT-OK TO TRUE
           END-START
           PERFORM UNTIL BALANCE-SNAPSHOT-NOT-FOUND
               READ BALANCE-SNAPSHOT NEXT RECORD
                   AT END
                       SET BALANCE-SNAPSHOT-NOT-FOUND TO TRUE
                   NOT AT END
                       IF SNP-MONTH = SNAPSHOT-MONTH
                           MOVE SNP-ACCOUNT-NUMBER TO SEEK-ACCOUNT
                           PERFORM FIND-OR-ADD-ACCOUNT
                           IF SEEK-SLOT > ZERO
                               MOVE BALANCE-SNAPSHOT-KEY
                                   TO SA-SNAP-KEY(SEEK-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE BALANCE-SNAPSHOT-KEY =
               BALANCE-SNAPSHOT-RECORD-COUNT + 1.

      *    THE TABLE ROW FOR SEEK-ACCOUNT, ADDED IF NEW; ZERO IN
      *    SEEK-SLOT WHEN THE TABLE IS FULL.
       FIND-OR-ADD-ACCOUNT                                      SECTION.
           MOVE ZERO TO SEEK-SLOT
           SET SA-IX TO 1
           SEARCH SNAPSHOT-ACCOUNT
               AT END
                   CONTINUE
               WHEN SA-ACCOUNT(SA-IX) = SEEK-ACCOUNT
                   SET SEEK-SLOT TO SA-IX
           END-SEARCH
           IF SEEK-SLOT > ZERO OR ACCOUNT-COUNT >= 20000
               GO TO FIND-OR-ADD-ACCOUNT-EXIT
           END-IF

           ADD 1 TO ACCOUNT-COUNT
           MOVE ACCOUNT-COUNT TO SEEK-SLOT
           INITIALIZE SNAPSHOT-ACCOUNT(SEEK-SLOT)
           MOVE SEEK-ACCOUNT TO SA-ACCOUNT(SEEK-SLOT)
           MOVE MONTH-START-DAY TO SA-LAST-DAY(SEEK-SLOT)
           MOVE "N" TO SA-OPENED-SW(SEEK-SLOT)
           MOVE "N" TO SA-LATER-SW(SEEK-SLOT)
           MOVE "N" TO SA-POSITION-SW(SEEK-SLOT).

       FIND-OR-ADD-ACCOUNT-EXIT.
           EXIT.

      *    ONE PASS OF THE LEDGER. ENTRIES BEFORE THE MONTH SET THE
      *    BALANCE CARRIED INTO IT; ENTRIES INSIDE IT MOVE THE DAY-END
      *    BALANCES, THE LOW AND THE HIGH; ENTRIES AFTER IT ONLY TELL
      *    US THE POSITION HAS MOVED ON SINCE.
       REPLAY-LEDGER-TO-MONTH-END                               SECTION.
           MOVE 1 TO ACCOUNT-TXN-KEY
           START ACCOUNT-TXN KEY IS NOT LESS THAN ACCOUNT-TXN-KEY
               INVALID KEY
                   SET ACCOUNT-TXN-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-TXN-OK TO TRUE
           END-START
           PERFORM UNTIL ACCOUNT-TXN-NOT-FOUND
               READ ACCOUNT-TXN NEXT RECORD
                   AT END
                       SET ACCOUNT-TXN-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO LEDGER-SCANNED
                       PERFORM REPLAY-ONE-ENTRY
               END-READ
           END-PERFORM.

       REPLAY-ONE-ENTRY                                         SECTION.
           MOVE TXN-ACCOUNT-HASH TO SEEK-ACCOUNT
           PERFORM FIND-OR-ADD-ACCOUNT
           IF SEEK-SLOT = ZERO
               ADD 1 TO ACCOUNTS-DROPPED
               GO TO REPLAY-ONE-ENTRY-EXIT
           END-IF

           IF TXN-DATE > MONTH-END-DATE
               SET SA-POSTED-LATER(SEEK-SLOT) TO TRUE
               GO TO REPLAY-ONE-ENTRY-EXIT
           END-IF

           SET SA-OPENED(SEEK-SLOT) TO TRUE
           IF TXN-DATE < MONTH-START-DATE
               MOVE TXN-BALANCE-AFTER TO SA-OPENING(SEEK-SLOT)
               MOVE TXN-BALANCE-AFTER TO SA-RUNNING(SEEK-SLOT)
           ELSE
               PERFORM ROLL-IN-MONTH-ENTRY
           END-IF

      *    A DEPOSIT WHOSE HOLD OUTLASTS THE MONTH IS STILL HELD AT
      *    THE CLOSE -- UNLESS REVERSED BY THEN.
           IF TXN-IS-DEPOSIT
                   AND TXN-HOLD-RELEASE-DATE > MONTH-END-DATE
               ADD TXN-AMOUNT TO SA-HELD(SEEK-SLOT)
               IF HELD-COUNT < 5000
                   ADD 1 TO HELD-COUNT
                   MOVE TXN-SEQUENCE TO HD-SEQUENCE(HELD-COUNT)
                   MOVE SEEK-SLOT TO HD-SLOT(HELD-COUNT)
                   MOVE TXN-AMOUNT TO HD-AMOUNT(HELD-COUNT)
               ELSE
                   ADD 1 TO HELD-DROPPED
               END-IF
           END-IF
           IF TXN-IS-REVERSAL-DEBIT AND TXN-REVERSES-SEQUENCE > ZERO
               SET HD-IX TO 1
               SEARCH HELD-DEPOSIT
                   AT END
                       CONTINUE
                   WHEN HD-SEQUENCE(HD-IX) = TXN-REVERSES-SEQUENCE
                           AND HD-AMOUNT(HD-IX) > ZERO
                       SUBTRACT HD-AMOUNT(HD-IX)
                           FROM SA-HELD(HD-SLOT(HD-IX))
                       MOVE ZERO TO HD-AMOUNT(HD-IX)
               END-SEARCH
           END-IF.

       REPLAY-ONE-ENTRY-EXIT.
           EXIT.

      *    AN ENTRY INSIDE THE MONTH. THE DAYS SINCE THE LAST ONE
      *    ENDED AT THE OLD BALANCE; THIS ENTRY MOVES IT. THE LOW AND
      *    THE HIGH START FROM THE BALANCE CARRIED IN.
       ROLL-IN-MONTH-ENTRY                                      SECTION.
           IF SA-POSTINGS(SEEK-SLOT) = ZERO
               MOVE SA-RUNNING(SEEK-SLOT) TO SA-MINIMUM(SEEK-SLOT)
               MOVE SA-RUNNING(SEEK-SLOT) TO SA-MAXIMUM(SEEK-SLOT)
           END-IF

           COMPUTE TXN-DAY = FUNCTION INTEGER-OF-DATE(TXN-DATE)
           IF TXN-DAY > SA-LAST-DAY(SEEK-SLOT)
               COMPUTE DAY-SPAN = TXN-DAY - SA-LAST-DAY(SEEK-SLOT)
               PERFORM ADD-DAY-END-BALANCES
               MOVE TXN-DAY TO SA-LAST-DAY(SEEK-SLOT)
           END-IF

           MOVE TXN-BALANCE-AFTER TO SA-RUNNING(SEEK-SLOT)
           IF TXN-BALANCE-AFTER < SA-MINIMUM(SEEK-SLOT)
               MOVE TXN-BALANCE-AFTER TO SA-MINIMUM(SEEK-SLOT)
           END-IF
           IF TXN-BALANCE-AFTER > SA-MAXIMUM(SEEK-SLOT)
               MOVE TXN-BALANCE-AFTER TO SA-MAXIMUM(SEEK-SLOT)
           END-IF
           ADD 1 TO SA-POSTINGS(SEEK-SLOT)
           MOVE TXN-SEQUENCE TO SA-LAST-SEQUENCE(SEEK-SLOT).

      *    DAY-SPAN DAYS ENDED AT SA-RUNNING.
       ADD-DAY-END-BALANCES                                     SECTION.
           COMPUTE SA-DAY-SUM(SEEK-SLOT) = SA-DAY-SUM(SEEK-SLOT)
               + SA-RUNNING(SEEK-SLOT) * DAY-SPAN
           IF SA-RUNNING(SEEK-SLOT) < ZERO
               ADD DAY-SPAN TO SA-DAYS-OVERDRAWN(SEEK-SLOT)
           END-IF.

      *    CLOSE OUT ONE ACCOUNT'S MONTH AND WRITE ITS RECORD -- OVER
      *    THE EARLIER ATTEMPT'S, WHEN THERE IS ONE.
       SNAP-ONE-ACCOUNT                                         SECTION.
           MOVE CURRENT-SLOT TO SEEK-SLOT
           IF NOT SA-OPENED(SEEK-SLOT)
               ADD 1 TO ACCOUNTS-NOT-OPEN
               GO TO SNAP-ONE-ACCOUNT-EXIT
           END-IF
           IF SA-POSTINGS(SEEK-SLOT) = ZERO
                   AND SA-OPENING(SEEK-SLOT) = ZERO
                   AND SA-HELD(SEEK-SLOT) = ZERO
               ADD 1 TO ACCOUNTS-DORMANT
               GO TO SNAP-ONE-ACCOUNT-EXIT
           END-IF

           COMPUTE DAY-SPAN = MONTH-END-DAY + 1 - SA-LAST-DAY(SEEK-SLOT)
           PERFORM ADD-DAY-END-BALANCES
           IF SA-POSTINGS(SEEK-SLOT) = ZERO
               MOVE SA-RUNNING(SEEK-SLOT) TO SA-MINIMUM(SEEK-SLOT)
               MOVE SA-RUNNING(SEEK-SLOT) TO SA-MAXIMUM(SEEK-SLOT)
           END-IF

           MOVE ZEROS TO BALANCE-SNAPSHOT-RECORD
           MOVE SA-ACCOUNT(SEEK-SLOT) TO SNP-ACCOUNT-NUMBER
           MOVE SNAPSHOT-MONTH TO SNP-MONTH
           MOVE SA-OPENING(SEEK-SLOT) TO SNP-OPENING-BALANCE
           MOVE SA-RUNNING(SEEK-SLOT) TO SNP-CLOSING-BALANCE
           MOVE SA-HELD(SEEK-SLOT) TO SNP-HELD-AMOUNT
           MOVE SA-MINIMUM(SEEK-SLOT) TO SNP-MINIMUM-BALANCE
           MOVE SA-MAXIMUM(SEEK-SLOT) TO SNP-MAXIMUM-BALANCE
           COMPUTE SNP-AVERAGE-BALANCE ROUNDED =
               SA-DAY-SUM(SEEK-SLOT) / DAYS-IN-MONTH
           MOVE DAYS-IN-MONTH TO SNP-DAYS-IN-MONTH
           MOVE SA-DAYS-OVERDRAWN(SEEK-SLOT) TO SNP-DAYS-OVERDRAWN
           MOVE SA-POSTINGS(SEEK-SLOT) TO SNP-POSTING-COUNT
           MOVE SA-LAST-SEQUENCE(SEEK-SLOT) TO SNP-LAST-SEQUENCE
           MOVE TODAY-YYYYMMDD TO SNP-TAKEN-DATE

           IF SA-SNAP-KEY(SEEK-SLOT) > ZERO
               MOVE SA-SNAP-KEY(SEEK-SLOT) TO BALANCE-SNAPSHOT-KEY
               REWRITE BALANCE-SNAPSHOT-RECORD
                   INVALID KEY
                       DISPLAY "[X] Could not retake the snapshot for "
                           "account " SNP-ACCOUNT-NUMBER
                           ", file status: " BALANCE-SNAPSHOT-STATUS
                       GO TO SNAP-ONE-ACCOUNT-EXIT
               END-REWRITE
               ADD 1 TO ACCOUNTS-RETAKEN
           ELSE
               COMPUTE BALANCE-SNAPSHOT-KEY =
                   BALANCE-SNAPSHOT-RECORD-COUNT + 1
               WRITE BALANCE-SNAPSHOT-RECORD
                   INVALID KEY
                       DISPLAY "[X] Could not write the snapshot for "
                           "account " SNP-ACCOUNT-NUMBER
                           ", file status: " BALANCE-SNAPSHOT-STATUS
                       GO TO SNAP-ONE-ACCOUNT-EXIT
               END-WRITE
               ADD 1 TO BALANCE-SNAPSHOT-RECORD-COUNT
           END-IF
           ADD 1 TO ACCOUNTS-SNAPPED

           MOVE SNP-ACCOUNT-NUMBER TO RPT-ACCOUNT-ID
           MOVE SNP-CLOSING-BALANCE TO RPT-CLOSING
           MOVE SNP-AVERAGE-BALANCE TO RPT-AVERAGE
           MOVE SNP-MINIMUM-BALANCE TO RPT-MINIMUM
           MOVE SNP-MAXIMUM-BALANCE TO RPT-MAXIMUM
           MOVE SNP-DAYS-OVERDRAWN TO RPT-DAYS-OVERDRAWN
           MOVE SPACES TO RPT-NOTE
      *    NOTHING POSTED SINCE THE MONTH-END, SO THE CLOSE AND THE
      *    POSITION MUST AGREE.
           IF SA-HAS-POSITION(SEEK-SLOT)
                   AND NOT SA-POSTED-LATER(SEEK-SLOT)
                   AND SA-RUNNING(SEEK-SLOT)
                       NOT = SA-POSITION-BALANCE(SEEK-SLOT)
               ADD 1 TO POSITION-MISMATCHES
               MOVE "POSITION" TO RPT-NOTE
           END-IF
           MOVE REPORT-DETAIL-LINE TO SNAPSHOT-REPORT-LINE
           WRITE SNAPSHOT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT.

       SNAP-ONE-ACCOUNT-EXIT.
           EXIT.

       WRITE-REPORT-TOTALS                                      SECTION.
           MOVE SPACES TO SNAPSHOT-REPORT-LINE
           WRITE SNAPSHOT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "LEDGER RECORDS SCANNED:" TO RPT-COUNT-LABEL
           MOVE LEDGER-SCANNED TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO SNAPSHOT-REPORT-LINE
           WRITE SNAPSHOT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "ACCOUNTS SNAPPED:" TO RPT-COUNT-LABEL
           MOVE ACCOUNTS-SNAPPED TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO SNAPSHOT-REPORT-LINE
           WRITE SNAPSHOT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "  RETAKEN FROM AN EARLIER RUN:" TO RPT-COUNT-LABEL
           MOVE ACCOUNTS-RETAKEN TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO SNAPSHOT-REPORT-LINE
           WRITE SNAPSHOT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "NOT YET OPENED AT MONTH-END:" TO RPT-COUNT-LABEL
           MOVE ACCOUNTS-NOT-OPEN TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO SNAPSHOT-REPORT-LINE
           WRITE SNAPSHOT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "QUIET AT A ZERO BALANCE:" TO RPT-COUNT-LABEL
           MOVE ACCOUNTS-DORMANT TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO SNAPSHOT-REPORT-LINE
           WRITE SNAPSHOT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "CLOSE DISAGREES WITH POSITION:" TO RPT-COUNT-LABEL
           MOVE POSITION-MISMATCHES TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO SNAPSHOT-REPORT-LINE
           WRITE SNAPSHOT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           IF ACCOUNTS-DROPPED > ZERO OR HELD-DROPPED > ZERO
               MOVE "ENTRIES NOT TAKEN (FULL):" TO RPT-COUNT-LABEL
               COMPUTE RPT-COUNT-VALUE = ACCOUNTS-DROPPED + HELD-DROPPED
               MOVE REPORT-COUNT-LINE TO SNAPSHOT-REPORT-LINE
               WRITE SNAPSHOT-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF.

           COPY ACCTXOPN.
           COPY ACCTPOPN.
           COPY SNPOPN.
           COPY RUNCGET.
           COPY RPTCWRT.
