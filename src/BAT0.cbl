      *                    INTEREST CREDIT TRANSACTION FOR ANY
      *                    NON-ZERO AMOUNT, AND PRINTS A CONTROL-TOTAL
      *                    REPORT. RUN THIS STANDALONE (NOT FROM THE
      *                    MAN0 MENU) AT END OF DAY. A CHECKPOINT IS
      *                    TAKEN AFTER EVERY ACCOUNT (SEE CKPGET), SO
      *                    A RERUN AFTER AN ABEND PICKS UP AFTER THE
      *                    LAST ACCOUNT FINISHED AND REPORTS BOTH
      *                    ATTEMPTS TOGETHER.
      *                    BEFORE AN ACCOUNT'S NIGHTLY ACCRUAL, ANY
      *                    BACK-VALUED ENTRY POSTED TO IT SINCE THE
      *                    LAST RUN (TXN-VALUE-DATE EARLIER THAN
      *                    TXN-DATE -- SEE BKVGET.CPY) HAS THE INTEREST
      *                    OF THE DAYS BETWEEN ITS VALUE DATE AND ITS
      *                    POSTING RECOMPUTED FROM THE LEDGER'S DAILY
      *                    BALANCES, AND THE DIFFERENCE POSTED AS "I",
      *                    "O", "H" OR THE CORRECTING "1", "2", "3"
      *                    (ACCTXREC.CPY), EACH LINKED BACK TO THE
      *                    ENTRY IT CORRECTS AND LISTED ON THE REPORT.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
           COPY PARMSEL.
           COPY CALSEL.
           COPY RUNCSEL.
           COPY CKPSEL.
           SELECT INTEREST-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
           COPY CALREC.
       FD  RUN-CONTROL.
           COPY RUNCREC.
       FD  CHECKPOINT-FILE.
           COPY CKPFD.

       FD  INTEREST-REPORT.
       01  INTEREST-REPORT-LINE               PIC X(80).
           COPY PARMREC.
           COPY OPERSTA.
           COPY RPTCSTA.
           COPY CKPREC.
           COPY CKPSTA.
       77  INTEREST-REPORT-STATUS             PIC XX.
      *    SIGNED, AS THE LEDGER BALANCE NOW IS -- AN OVERDRAWN
      *    ACCOUNT CARRIES A NEGATIVE BALANCE AND IS CHARGED DEBIT
       77  ACCOUNTS-SKIPPED-INACTIVE          PIC 9(6) VALUE ZERO.
       77  INTEREST-GRAND-TOTAL               PIC 9(9)V99 VALUE ZERO.
       77  DEBIT-GRAND-TOTAL                  PIC 9(9)V99 VALUE ZERO.
      *    BACK-VALUE CORRECTIONS. THE PENDING TABLE HOLDS EVERY
      *    BACK-VALUED ENTRY POSTED SINCE THE PREVIOUS BUSINESS DAY
      *    THAT NO EARLIER RUN HAS ALREADY CORRECTED; THE PRE-SCAN
      *    FILLS IT BEFORE THE FIRST ACCOUNT IS ACCRUED.
       77  PREVIOUS-BUSINESS-DATE             PIC 9(8).
       01  PENDING-BACK-VALUE-TABLE.
           02  PENDING-ENTRY                  OCCURS 500 TIMES.
               03  PND-ACCOUNT                PIC 9(10).
               03  PND-SEQUENCE               PIC 9(8).
               03  PND-VALUE-DATE             PIC 9(8).
               03  PND-STATE                  PIC X.
                   88  PND-AWAITING             VALUE "P".
                   88  PND-ADJUSTED             VALUE "A".
                   88  PND-SKIPPED              VALUE "S".
       77  PENDING-COUNT                      PIC 9(4) VALUE ZERO.
       77  PENDING-I                          PIC 9(4).
      *    THE CALENDAR THE CORRECTIONS WORK OVER -- FROM THE EARLIEST
      *    PENDING VALUE DATE TO TODAY, AT MOST 128 DAYS. FOR EACH
      *    CALENDAR DAY, THE BUSINESS DAY WHOSE RUN ACCRUED IT (THE
      *    FIRST ON OR AFTER IT), THE ACCOUNT'S LEDGER BALANCE AT THE
      *    END OF THAT DAY BEFORE THE DAY'S OWN INTEREST POSTINGS
      *    (WHAT THAT RUN ACCRUED ON), AND THE BALANCE THE DAY SHOULD
      *    HAVE ACCRUED ON ONCE EARLIER BACK-VALUED ENTRIES COUNT.
       77  ADJUST-START-DATE                  PIC 9(8) VALUE ZERO.
       77  ADJUST-START-INTEGER               PIC 9(8).
       77  ADJUST-EARLIEST-ALLOWED            PIC 9(8).
       77  ADJUST-DAY-SPAN                    PIC 9(4).
       01  ADJUST-DAY-TABLE.
           02  ADJUST-DAY                     OCCURS 128 TIMES.
               03  ADJ-BUSINESS-DAY           PIC 9(4).
               03  ADJ-DAY-BALANCE            PIC S9(9)V99.
               03  ADJ-BASE-BALANCE           PIC S9(9)V99.
      *    EVERY BACK-VALUED ENTRY ON THE ACCOUNT BEING CORRECTED,
      *    POSTED INSIDE THAT CALENDAR, IN LEDGER ORDER -- THE ONES
      *    ALREADY CORRECTED STILL SHIFT THE BASE BALANCES FOR THOSE
      *    AFTER THEM. DAY NUMBERS COUNT FROM 1 AT ADJUST-START-DATE.
       01  ACCOUNT-BACK-VALUE-TABLE.
           02  ACCOUNT-BKV-ENTRY              OCCURS 50 TIMES.
               03  ABV-SEQUENCE               PIC 9(8).
               03  ABV-VALUE-DATE             PIC 9(8).
               03  ABV-VALUE-DAY              PIC 9(4).
               03  ABV-POSTED-DAY             PIC 9(4).
               03  ABV-DELTA                  PIC S9(9)V99.
               03  ABV-PENDING-INDEX          PIC 9(4).
       77  ACCOUNT-BKV-COUNT                  PIC 9(4).
       77  ADJUST-I                           PIC 9(4).
       77  ADJUST-D                           PIC 9(4).
       77  ADJUST-DAY-INDEX                   PIC S9(5).
       77  ADJUST-FILLED-DAY                  PIC 9(4).
       77  ADJUST-SCAN-EOF-SW                 PIC X.
           88  ADJUST-SCAN-EOF                  VALUE "Y".
       77  ADJUST-ACCOUNT-SW                  PIC X.
           88  ADJUST-ACCOUNT-PENDING           VALUE "Y".
           88  ADJUST-ACCOUNT-OVERFLOW          VALUE "O".
       77  ADJUST-RUNNING-BALANCE             PIC S9(9)V99.
       77  ADJUST-PRIOR-BALANCE               PIC S9(9)V99.
       77  ADJUST-OLD-BALANCE                 PIC S9(9)V99.
       77  ADJUST-NEW-BALANCE                 PIC S9(9)V99.
      *    SUMS OF BALANCE-DAYS GAINED (OR LOST) IN CREDIT AND IN
      *    OVERDRAFT, AND THE INTEREST DIFFERENCES THEY COME TO.
       77  ADJUST-CREDIT-BASE                 PIC S9(11)V99.
       77  ADJUST-DEBIT-BASE                  PIC S9(11)V99.
       77  ADJUST-INTEREST-CHANGE             PIC S9(9)V99.
       77  ADJUST-DEBIT-CHANGE                PIC S9(9)V99.
       77  ADJUST-TAX-AMOUNT                  PIC 9(9)V99.
      *    THE ONE CORRECTING ENTRY WRITE-ADJUSTMENT-ENTRY POSTS.
       77  ADJUST-POST-TYPE                   PIC X.
       77  ADJUST-POST-AMOUNT                 PIC 9(9)V99.
       77  ADJUST-POST-DIRECTION              PIC X.
           88  ADJUST-POST-CREDIT               VALUE "C".
           88  ADJUST-POST-DEBIT                VALUE "D".
       77  ADJUST-POSTED-SW                   PIC X.
           88  ADJUST-SOMETHING-POSTED          VALUE "Y".
       77  ADJUST-ENTRIES-CORRECTED           PIC 9(6) VALUE ZERO.
       77  ADJUST-ENTRIES-SKIPPED             PIC 9(6) VALUE ZERO.
       77  ADJUSTMENTS-POSTED                 PIC 9(6) VALUE ZERO.
       77  ADJUSTMENT-AMOUNT-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  REPORT-HEADING-LINE.
           02  FILLER                        PIC X(12) VALUE
               "ACCOUNT ID".
           02  FILLER                        PIC X(24) VALUE
               "TOTAL DEBIT INTEREST:".
           02  RPT-DEBIT-TOTAL               PIC Z(8)9.99.
       01  REPORT-ADJUSTMENT-LINE.
           02  RPA-ACCOUNT-ID                PIC 9(10).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  FILLER                        PIC X(11) VALUE
               "BACK-VALUE ".
           02  RPA-TYPE                      PIC X.
           02  FILLER                        PIC X(05) VALUE
               " SEQ ".
           02  RPA-SEQUENCE                  PIC 9(8).
           02  FILLER                        PIC X(07) VALUE
               " VALUE ".
           02  RPA-VALUE-DATE                PIC 9(8).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPA-AMOUNT                    PIC Z(7)9.99-.
       01  REPORT-CORRECTED-LINE.
           02  FILLER                        PIC X(24) VALUE
               "BACK-VALUED CORRECTED:".
           02  RPT-ENTRIES-CORRECTED         PIC ZZZ,ZZ9.
       01  REPORT-ADJUSTMENTS-LINE.
           02  FILLER                        PIC X(24) VALUE
               "ADJUSTMENTS POSTED:".
           02  RPT-ADJUSTMENTS-POSTED        PIC ZZZ,ZZ9.
       01  REPORT-ADJUSTED-AMOUNT-LINE.
           02  FILLER                        PIC X(24) VALUE
               "TOTAL ADJUSTED AMOUNT:".
           02  RPT-ADJUSTED-AMOUNT           PIC Z(8)9.99.
       01  REPORT-BKV-SKIPPED-LINE.
           02  FILLER                        PIC X(24) VALUE
               "BACK-VALUED NOT DONE:".
           02  RPT-ENTRIES-SKIPPED           PIC ZZZ,ZZ9.

       PROCEDURE                                               DIVISION.
       MAIN.
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION

      *    AN EARLIER ATTEMPT AT THIS BUSINESS DAY THAT ABENDED LEFT A
      *    CHECKPOINT; CARRY ON FROM IT, OR STOP IF THE LEDGER DOES
      *    NOT MATCH WHAT IT SAYS WAS POSTED.
           MOVE "BAT0" TO CKP-SEEK-JOB-NAME
           MOVE ACCRUAL-RUN-DATE TO CKP-SEEK-DATE
           MOVE "IOH123" TO CKP-SEEK-TYPES
           PERFORM BEGIN-CHECKPOINT-RUN
           IF CHECKPOINT-DISAGREES
               DISPLAY "[X] The accrual is stopped; reconcile the "
                   "ledger against the checkpoint before rerunning."
               CLOSE CHECKPOINT-FILE
               CLOSE CLIENT-MASTER
               CLOSE ACCOUNT-MASTER
               CLOSE ACCOUNT-TXN
               CLOSE ACCOUNT-POSITION
               GOBACK
           END-IF
           IF CHECKPOINT-RESUMING
               PERFORM RESTORE-ACCRUAL-TOTALS
               PERFORM POSITION-AFTER-CHECKPOINT
           END-IF

      *    FIND THE BACK-VALUED ENTRIES STILL WAITING FOR THEIR
      *    INTEREST CORRECTION BEFORE ANY ACCOUNT IS TOUCHED.
           PERFORM COLLECT-BACK-VALUED-ENTRIES

      *    THE NIGHTLY WINDOW RUNS SINGLE-STREAMED (SEE LOCKGET), SO
      *    THIS JOB MAY REBUILD STALE POSITION RECORDS AS IT READS.
           SET POSITION-REBUILD-ALLOWED TO TRUE
                   AT END
                       SET CLIENT-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       MOVE CLIENT-MASTER-KEY TO CKP-LAST-KEY
                       PERFORM ACCRUE-INTEREST-FOR-ACCOUNT
                       MOVE 1 TO CKP-PASS
                       MOVE CLIENT-HASH TO CKP-LAST-ACCOUNT
                       PERFORM CHECKPOINT-ACCRUAL
               END-READ
           END-PERFORM

                   AT END
                       SET ACCOUNT-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       MOVE ACCOUNT-MASTER-KEY TO CKP-LAST-KEY
                       PERFORM ACCRUE-INTEREST-FOR-PRODUCT
                       MOVE 2 TO CKP-PASS
                       MOVE ACCT-NUMBER TO CKP-LAST-ACCOUNT
                       PERFORM CHECKPOINT-ACCRUAL
               END-READ
           END-PERFORM

      *    WHATEVER IS STILL WAITING BELONGS TO AN ACCOUNT THAT DID
      *    NOT ACCRUE TONIGHT (A RESUMED RUN CANNOT TELL, SO SKIPS IT).
           IF NOT CHECKPOINT-RESUMING
               PERFORM VARYING PENDING-I FROM 1 BY 1
                       UNTIL PENDING-I > PENDING-COUNT
                   IF PND-AWAITING(PENDING-I)
                       ADD 1 TO ADJUST-ENTRIES-SKIPPED
                       DISPLAY "[!] Back-valued entry "
                           PND-SEQUENCE(PENDING-I) " on account "
                           PND-ACCOUNT(PENDING-I) " not corrected -- "
                           "the account is not accruing."
                   END-IF
               END-PERFORM
           END-IF

           IF CHECKPOINT-RESUMING
               PERFORM FORMAT-CHECKPOINT-LINES
               MOVE CHECKPOINT-RESUME-LINE TO INTEREST-REPORT-LINE
               WRITE INTEREST-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
               MOVE CHECKPOINT-EARLIER-LINE TO INTEREST-REPORT-LINE
               WRITE INTEREST-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
               MOVE CHECKPOINT-THIS-LINE TO INTEREST-REPORT-LINE
               WRITE INTEREST-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF

           MOVE ACCOUNTS-SCANNED TO RPT-ACCOUNTS-SCANNED
           MOVE REPORT-TOTAL-LINE TO INTEREST-REPORT-LINE
           WRITE INTEREST-REPORT-LINE
           WRITE INTEREST-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE ADJUST-ENTRIES-CORRECTED TO RPT-ENTRIES-CORRECTED
           MOVE REPORT-CORRECTED-LINE TO INTEREST-REPORT-LINE
           WRITE INTEREST-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE ADJUSTMENTS-POSTED TO RPT-ADJUSTMENTS-POSTED
           MOVE REPORT-ADJUSTMENTS-LINE TO INTEREST-REPORT-LINE
           WRITE INTEREST-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE ADJUSTMENT-AMOUNT-TOTAL TO RPT-ADJUSTED-AMOUNT
           MOVE REPORT-ADJUSTED-AMOUNT-LINE TO INTEREST-REPORT-LINE
           WRITE INTEREST-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           IF ADJUST-ENTRIES-SKIPPED > ZERO
               MOVE ADJUST-ENTRIES-SKIPPED TO RPT-ENTRIES-SKIPPED
               MOVE REPORT-BKV-SKIPPED-LINE TO INTEREST-REPORT-LINE
               WRITE INTEREST-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF

           CLOSE CLIENT-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE ACCOUNT-TXN
           DISPLAY "[!] Accounts charged (overdrawn): " ACCOUNTS-CHARGED
           DISPLAY "[!] Total debit interest: " DEBIT-GRAND-TOTAL
           DISPLAY "[!] Total IRRF withheld: " WITHHELD-GRAND-TOTAL
           DISPLAY "[!] Back-valued entries corrected: "
               ADJUST-ENTRIES-CORRECTED
           DISPLAY "[!] Interest adjustments posted: "
               ADJUSTMENTS-POSTED " totalling "
               ADJUSTMENT-AMOUNT-TOTAL
           IF ADJUST-ENTRIES-SKIPPED > ZERO
               DISPLAY "[!] Back-valued entries left for manual "
                   "correction: " ADJUST-ENTRIES-SKIPPED
           END-IF

           MOVE "BAT0" TO RUN-SEEK-JOB-NAME
           MOVE ACCRUAL-RUN-DATE TO RUN-SEEK-DATE
           PERFORM RECORD-JOB-RUN
           PERFORM END-CHECKPOINT-RUN
           GOBACK.

      *    CARRY THE EARLIER ATTEMPT'S TOTALS FORWARD SO THE REPORT
      *    COVERS THE WHOLE BUSINESS DAY. THE ENTRIES THE COLLECTION
      *    PASS SKIPS WERE COUNTED BY THE FIRST ATTEMPT AND ARE IN
      *    COUNTER 7 ALREADY, SO A RESUMED RUN LISTS THEM AGAIN BUT
      *    DOES NOT COUNT THEM TWICE.
       RESTORE-ACCRUAL-TOTALS                                   SECTION.
           MOVE CKP-COUNTER(1) TO ACCOUNTS-SCANNED
           MOVE CKP-COUNTER(2) TO ACCOUNTS-CREDITED
           MOVE CKP-COUNTER(3) TO ACCOUNTS-CHARGED
           MOVE CKP-COUNTER(4) TO ACCOUNTS-SKIPPED-INACTIVE
           MOVE CKP-AMOUNT(1) TO INTEREST-GRAND-TOTAL
           MOVE CKP-AMOUNT(2) TO DEBIT-GRAND-TOTAL
           MOVE CKP-AMOUNT(3) TO WITHHELD-GRAND-TOTAL
           MOVE CKP-COUNTER(5) TO ADJUST-ENTRIES-CORRECTED
           MOVE CKP-COUNTER(6) TO ADJUSTMENTS-POSTED
           MOVE CKP-COUNTER(7) TO ADJUST-ENTRIES-SKIPPED
           MOVE CKP-AMOUNT(4) TO ADJUSTMENT-AMOUNT-TOTAL.

      *    SKIP WHAT THE EARLIER ATTEMPT FINISHED: THE REST OF THE
      *    PASS IT STOPPED IN STARTS ONE RECORD PAST CKP-LAST-KEY, AND
      *    A STOP IN THE SECOND PASS SKIPS THE FIRST ALTOGETHER.
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
       CHECKPOINT-ACCRUAL                                       SECTION.
           MOVE ACCOUNTS-SCANNED TO CKP-COUNTER(1)
           MOVE ACCOUNTS-CREDITED TO CKP-COUNTER(2)
           MOVE ACCOUNTS-CHARGED TO CKP-COUNTER(3)
           MOVE ACCOUNTS-SKIPPED-INACTIVE TO CKP-COUNTER(4)
           MOVE INTEREST-GRAND-TOTAL TO CKP-AMOUNT(1)
           MOVE DEBIT-GRAND-TOTAL TO CKP-AMOUNT(2)
           MOVE WITHHELD-GRAND-TOTAL TO CKP-AMOUNT(3)
           MOVE ADJUST-ENTRIES-CORRECTED TO CKP-COUNTER(5)
           MOVE ADJUSTMENTS-POSTED TO CKP-COUNTER(6)
           MOVE ADJUST-ENTRIES-SKIPPED TO CKP-COUNTER(7)
           MOVE ADJUSTMENT-AMOUNT-TOTAL TO CKP-AMOUNT(4)
           PERFORM TAKE-CHECKPOINT.

      *    HOW MANY CALENDAR DAYS THIS BUSINESS DAY'S ACCRUAL COVERS:
      *    TODAY PLUS EVERY NON-BUSINESS DAY IMMEDIATELY BEFORE IT
      *    BACK TO THE PREVIOUS BUSINESS DAY (WHOSE RUN COVERED
      *    ITSELF). THAT DAY IS KEPT -- IT BOUNDS THE BACK-VALUED
      *    ENTRIES TONIGHT'S RUN LOOKS AT.
       COUNT-ACCRUAL-DAYS                                       SECTION.
           MOVE 1 TO ACCRUAL-DAY-COUNT
           COMPUTE WORK-DAY-INTEGER =
               COMPUTE CAL-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(WORK-DAY-INTEGER)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           MOVE CAL-CHECK-DATE TO PREVIOUS-BUSINESS-DATE.

      *    COMPUTE AND, IF NON-ZERO, POST INTEREST FOR THE ACCOUNT IN
      *    THE CURRENT CLIENT-MASTER RECORD. THE ACCOUNT-TXN CURSOR
      *    INSTEAD, POSTED AS ITS OWN "O" LEDGER ENTRY SO STATEMENTS
      *    AND THE END-OF-DAY JOURNAL CAN LABEL IT HONESTLY.
       ACCRUE-ONE-ACCOUNT                                       SECTION.
      *    CORRECTIONS FIRST, WHILE ACCRUAL-RATE IS STILL THE CREDIT
      *    RATE -- THE ACCRUAL BELOW THEN RUNS ON THE CORRECTED
      *    BALANCE.
           PERFORM ADJUST-BACK-VALUED-INTEREST

           MOVE ACCRUAL-ACCOUNT-NUMBER TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE TXN-SEEK-BALANCE TO ACCOUNT-BALANCE
               MOVE ZERO TO TXN-REVERSES-SEQUENCE
               MOVE ZERO TO TXN-HOLD-RELEASE-DATE
               MOVE ZERO TO TXN-BRANCH-CODE
               MOVE TXN-DATE TO TXN-VALUE-DATE
               MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

               COMPUTE ACCOUNT-TXN-KEY =
                       DISPLAY "[X] Could not post interest for "
                           "account " ACCRUAL-ACCOUNT-NUMBER
                           ", file status: " ACCOUNT-TXN-STATUS
                   NOT INVALID KEY
                       PERFORM NOTE-CHECKPOINT-POSTING
               END-WRITE
               ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
               PERFORM ACCOUNT-POSITION-UPDATE
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE ZERO TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
                   DISPLAY "[X] Could not post withholding for "
                       "account " ACCRUAL-ACCOUNT-NUMBER
                       ", file status: " ACCOUNT-TXN-STATUS
               NOT INVALID KEY
                   PERFORM NOTE-CHECKPOINT-POSTING
           END-WRITE
           ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
           PERFORM ACCOUNT-POSITION-UPDATE
       WITHHOLD-TAX-ON-INTEREST-EXIT.
           EXIT.

      *    ONE PASS OVER THE LEDGER: NOTE EVERY BACK-VALUED ENTRY
      *    POSTED SINCE THE PREVIOUS BUSINESS DAY, STRIKE OFF THOSE A
      *    CORRECTION ALREADY POINTS BACK TO (A RERUN, OR AN ENTRY
      *    KEYED BEFORE YESTERDAY'S RUN), THEN SET THE CORRECTION
      *    CALENDAR FROM THE EARLIEST VALUE DATE LEFT. THE CALENDAR
      *    IS CAPPED AT 128 DAYS; AN ENTRY REACHING FURTHER BACK IS
      *    LEFT FOR THE BACK OFFICE TO CORRECT BY HAND.
       COLLECT-BACK-VALUED-ENTRIES                              SECTION.
           MOVE ZERO TO PENDING-COUNT
           MOVE ZERO TO ADJUST-START-DATE
           COMPUTE ADJUST-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(ACCRUAL-RUN-DATE) - 127
           COMPUTE ADJUST-EARLIEST-ALLOWED =
               FUNCTION DATE-OF-INTEGER(ADJUST-START-INTEGER)

           MOVE 1 TO ACCOUNT-TXN-KEY
           START ACCOUNT-TXN KEY IS NOT LESS THAN ACCOUNT-TXN-KEY
               INVALID KEY
                   GO TO COLLECT-BACK-VALUED-ENTRIES-EXIT
           END-START
           MOVE "N" TO ADJUST-SCAN-EOF-SW
           PERFORM UNTIL ADJUST-SCAN-EOF
               READ ACCOUNT-TXN NEXT RECORD
                   AT END
                       SET ADJUST-SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM NOTE-BACK-VALUED-ENTRY
               END-READ
           END-PERFORM

           PERFORM VARYING PENDING-I FROM 1 BY 1
                   UNTIL PENDING-I > PENDING-COUNT
               IF PND-AWAITING(PENDING-I)
                   IF PND-VALUE-DATE(PENDING-I)
                           < ADJUST-EARLIEST-ALLOWED
                       SET PND-SKIPPED(PENDING-I) TO TRUE
                       IF NOT CHECKPOINT-RESUMING
                           ADD 1 TO ADJUST-ENTRIES-SKIPPED
                       END-IF
                       DISPLAY "[!] Back-valued entry "
                           PND-SEQUENCE(PENDING-I)
                           " reaches back too far to re-accrue, "
                           "correct its interest by hand."
                   ELSE
                       IF ADJUST-START-DATE = ZERO
                               OR PND-VALUE-DATE(PENDING-I)
                                   < ADJUST-START-DATE
                           MOVE PND-VALUE-DATE(PENDING-I)
                               TO ADJUST-START-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF ADJUST-START-DATE > ZERO
               PERFORM BUILD-ADJUST-CALENDAR
           END-IF.

       COLLECT-BACK-VALUED-ENTRIES-EXIT.
           EXIT.

       NOTE-BACK-VALUED-ENTRY                                   SECTION.
           IF TXN-DATE > ACCRUAL-RUN-DATE
               GO TO NOTE-BACK-VALUED-ENTRY-EXIT
           END-IF

           IF TXN-IS-ACCRUAL-POSTING
               IF TXN-COUNTERPART-HASH > ZERO
                   PERFORM VARYING PENDING-I FROM 1 BY 1
                           UNTIL PENDING-I > PENDING-COUNT
                       IF PND-SEQUENCE(PENDING-I)
                               = TXN-COUNTERPART-HASH
                           SET PND-ADJUSTED(PENDING-I) TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               GO TO NOTE-BACK-VALUED-ENTRY-EXIT
           END-IF

           IF TXN-VALUE-DATE = ZERO
                   OR TXN-VALUE-DATE NOT < TXN-DATE
                   OR TXN-DATE < PREVIOUS-BUSINESS-DATE
               GO TO NOTE-BACK-VALUED-ENTRY-EXIT
           END-IF

           IF PENDING-COUNT NOT < 500
               IF NOT CHECKPOINT-RESUMING
                   ADD 1 TO ADJUST-ENTRIES-SKIPPED
               END-IF
               DISPLAY "[!] Too many back-valued entries tonight, "
                   "sequence " TXN-SEQUENCE " not corrected."
               GO TO NOTE-BACK-VALUED-ENTRY-EXIT
           END-IF

           ADD 1 TO PENDING-COUNT
           MOVE TXN-ACCOUNT-HASH TO PND-ACCOUNT(PENDING-COUNT)
           MOVE TXN-SEQUENCE TO PND-SEQUENCE(PENDING-COUNT)
           MOVE TXN-VALUE-DATE TO PND-VALUE-DATE(PENDING-COUNT)
           SET PND-AWAITING(PENDING-COUNT) TO TRUE.

       NOTE-BACK-VALUED-ENTRY-EXIT.
           EXIT.

      *    WHICH BUSINESS DAY'S RUN ACCRUED EACH CALENDAR DAY -- THE
      *    FIRST BUSINESS DAY ON OR AFTER IT, THE SAME WAY
      *    COUNT-ACCRUAL-DAYS HANDS A MONDAY RUN THE WEEKEND. WORKED
      *    BACKWARDS FROM TODAY, WHICH IS ALWAYS A BUSINESS DAY.
       BUILD-ADJUST-CALENDAR                                    SECTION.
           COMPUTE ADJUST-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(ADJUST-START-DATE)
           COMPUTE ADJUST-DAY-SPAN =
               FUNCTION INTEGER-OF-DATE(ACCRUAL-RUN-DATE)
               - ADJUST-START-INTEGER + 1

           MOVE ZERO TO CAL-CHECK-BRANCH
           PERFORM VARYING ADJUST-D FROM ADJUST-DAY-SPAN BY -1
                   UNTIL ADJUST-D < 1
               COMPUTE CAL-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       ADJUST-START-INTEGER + ADJUST-D - 1)
               PERFORM CHECK-BUSINESS-DAY
               IF CAL-IS-BUSINESS-DAY OR ADJUST-D = ADJUST-DAY-SPAN
                   MOVE ADJUST-D TO ADJ-BUSINESS-DAY(ADJUST-D)
               ELSE
                   MOVE ADJ-BUSINESS-DAY(ADJUST-D + 1)
                       TO ADJ-BUSINESS-DAY(ADJUST-D)
               END-IF
           END-PERFORM.

      *    CORRECT THE INTEREST FOR EVERY BACK-VALUED ENTRY STILL
      *    WAITING ON THE ACCOUNT IN ACCRUAL-ACCOUNT-NUMBER. A
      *    CALENDAR DAY ON OR AFTER THE VALUE DATE WHOSE ACCRUAL RAN
      *    BEFORE THE ENTRY WAS POSTED ACCRUED ON A BALANCE WITHOUT
      *    IT; EACH SUCH DAY IS RE-ACCRUED WITH THE ENTRY ADDED (A
      *    CREDIT) OR TAKEN OFF (A DEBIT), ON EITHER SIDE OF ZERO.
       ADJUST-BACK-VALUED-INTEREST                              SECTION.
           IF ADJUST-START-DATE = ZERO
               GO TO ADJUST-BACK-VALUED-INTEREST-EXIT
           END-IF

           MOVE "N" TO ADJUST-ACCOUNT-SW
           PERFORM VARYING PENDING-I FROM 1 BY 1
                   UNTIL PENDING-I > PENDING-COUNT
               IF PND-ACCOUNT(PENDING-I) = ACCRUAL-ACCOUNT-NUMBER
                       AND PND-AWAITING(PENDING-I)
                   SET ADJUST-ACCOUNT-PENDING TO TRUE
               END-IF
           END-PERFORM
           IF NOT ADJUST-ACCOUNT-PENDING
               GO TO ADJUST-BACK-VALUED-INTEREST-EXIT
           END-IF

           PERFORM BUILD-ACCOUNT-DAY-BALANCES
           IF ADJUST-ACCOUNT-OVERFLOW
               PERFORM VARYING PENDING-I FROM 1 BY 1
                       UNTIL PENDING-I > PENDING-COUNT
                   IF PND-ACCOUNT(PENDING-I) = ACCRUAL-ACCOUNT-NUMBER
                           AND PND-AWAITING(PENDING-I)
                       SET PND-SKIPPED(PENDING-I) TO TRUE
                       ADD 1 TO ADJUST-ENTRIES-SKIPPED
                   END-IF
               END-PERFORM
               DISPLAY "[!] Account " ACCRUAL-ACCOUNT-NUMBER
                   " has too many back-valued entries to re-accrue, "
                   "correct its interest by hand."
               GO TO ADJUST-BACK-VALUED-INTEREST-EXIT
           END-IF

           PERFORM VARYING ADJUST-D FROM 1 BY 1
                   UNTIL ADJUST-D > ADJUST-DAY-SPAN
               MOVE ADJ-DAY-BALANCE(ADJ-BUSINESS-DAY(ADJUST-D))
                   TO ADJ-BASE-BALANCE(ADJUST-D)
           END-PERFORM

           PERFORM VARYING ADJUST-I FROM 1 BY 1
                   UNTIL ADJUST-I > ACCOUNT-BKV-COUNT
               PERFORM CORRECT-ONE-BACK-VALUED-ENTRY
           END-PERFORM.

       ADJUST-BACK-VALUED-INTEREST-EXIT.
           EXIT.

      *    REPLAY THE ACCOUNT'S LEDGER INTO THE CALENDAR. A DAY'S
      *    BALANCE STARTS AT THE CLOSE OF THE DAY BEFORE AND FOLLOWS
      *    EVERY ENTRY OF THE DAY EXCEPT THE INTEREST RUN'S OWN, WHICH
      *    ONLY CARRY INTO THE FOLLOWING DAYS.
       BUILD-ACCOUNT-DAY-BALANCES                               SECTION.
           MOVE ZERO TO ACCOUNT-BKV-COUNT
           MOVE ZERO TO ADJUST-FILLED-DAY
           MOVE ZERO TO ADJUST-RUNNING-BALANCE

           MOVE 1 TO ACCOUNT-TXN-KEY
           START ACCOUNT-TXN KEY IS NOT LESS THAN ACCOUNT-TXN-KEY
               INVALID KEY
                   CONTINUE
           END-START
           MOVE "N" TO ADJUST-SCAN-EOF-SW
           PERFORM UNTIL ADJUST-SCAN-EOF
               READ ACCOUNT-TXN NEXT RECORD
                   AT END
                       SET ADJUST-SCAN-EOF TO TRUE
                   NOT AT END
                       IF TXN-ACCOUNT-HASH = ACCRUAL-ACCOUNT-NUMBER
                           PERFORM NOTE-ACCOUNT-LEDGER-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           MOVE ADJUST-DAY-SPAN TO ADJUST-DAY-INDEX
           PERFORM FILL-DAY-BALANCES.

       NOTE-ACCOUNT-LEDGER-ENTRY                                SECTION.
           IF TXN-DATE > ACCRUAL-RUN-DATE
               GO TO NOTE-ACCOUNT-LEDGER-ENTRY-EXIT
           END-IF
           IF TXN-DATE < ADJUST-START-DATE
               MOVE TXN-BALANCE-AFTER TO ADJUST-RUNNING-BALANCE
               GO TO NOTE-ACCOUNT-LEDGER-ENTRY-EXIT
           END-IF

           COMPUTE ADJUST-DAY-INDEX =
               FUNCTION INTEGER-OF-DATE(TXN-DATE)
               - ADJUST-START-INTEGER + 1
           PERFORM FILL-DAY-BALANCES
           MOVE ADJUST-RUNNING-BALANCE TO ADJUST-PRIOR-BALANCE
           MOVE TXN-BALANCE-AFTER TO ADJUST-RUNNING-BALANCE
           IF NOT TXN-IS-ACCRUAL-POSTING
               MOVE ADJUST-RUNNING-BALANCE
                   TO ADJ-DAY-BALANCE(ADJUST-DAY-INDEX)
           END-IF

           IF TXN-VALUE-DATE = ZERO
                   OR TXN-VALUE-DATE NOT < TXN-DATE
               GO TO NOTE-ACCOUNT-LEDGER-ENTRY-EXIT
           END-IF
           IF ACCOUNT-BKV-COUNT NOT < 50
               SET ADJUST-ACCOUNT-OVERFLOW TO TRUE
               GO TO NOTE-ACCOUNT-LEDGER-ENTRY-EXIT
           END-IF

           ADD 1 TO ACCOUNT-BKV-COUNT
           MOVE TXN-SEQUENCE TO ABV-SEQUENCE(ACCOUNT-BKV-COUNT)
           MOVE TXN-VALUE-DATE TO ABV-VALUE-DATE(ACCOUNT-BKV-COUNT)
           MOVE ADJUST-DAY-INDEX TO ABV-POSTED-DAY(ACCOUNT-BKV-COUNT)
      *    A VALUE DATE BEFORE THE CALENDAR STARTS ONLY MATTERS FROM
      *    ITS FIRST DAY ON.
           IF TXN-VALUE-DATE < ADJUST-START-DATE
               MOVE 1 TO ABV-VALUE-DAY(ACCOUNT-BKV-COUNT)
           ELSE
               COMPUTE ABV-VALUE-DAY(ACCOUNT-BKV-COUNT) =
                   FUNCTION INTEGER-OF-DATE(TXN-VALUE-DATE)
                   - ADJUST-START-INTEGER + 1
           END-IF
           COMPUTE ABV-DELTA(ACCOUNT-BKV-COUNT) =
               ADJUST-RUNNING-BALANCE - ADJUST-PRIOR-BALANCE
           MOVE ZERO TO ABV-PENDING-INDEX(ACCOUNT-BKV-COUNT)
           PERFORM VARYING PENDING-I FROM 1 BY 1
                   UNTIL PENDING-I > PENDING-COUNT
               IF PND-SEQUENCE(PENDING-I) = TXN-SEQUENCE
                       AND PND-AWAITING(PENDING-I)
                   MOVE PENDING-I
                       TO ABV-PENDING-INDEX(ACCOUNT-BKV-COUNT)
               END-IF
           END-PERFORM.

       NOTE-ACCOUNT-LEDGER-ENTRY-EXIT.
           EXIT.

      *    CARRY THE RUNNING BALANCE FORWARD THROUGH EVERY DAY UP TO
      *    ADJUST-DAY-INDEX NOT YET STARTED.
       FILL-DAY-BALANCES                                        SECTION.
           PERFORM UNTIL ADJUST-FILLED-DAY NOT < ADJUST-DAY-INDEX
               ADD 1 TO ADJUST-FILLED-DAY
               MOVE ADJUST-RUNNING-BALANCE
                   TO ADJ-DAY-BALANCE(ADJUST-FILLED-DAY)
           END-PERFORM.

      *    ONE BACK-VALUED ENTRY (ADJUST-I). ITS AMOUNT MOVES THE BASE
      *    BALANCE OF EACH DAY IT SHOULD HAVE COUNTED IN, SO A LATER
      *    ENTRY IS MEASURED AGAINST IT; ONLY AN ENTRY STILL WAITING
      *    HAS THE INTEREST DIFFERENCE POSTED.
       CORRECT-ONE-BACK-VALUED-ENTRY                            SECTION.
           MOVE ZERO TO ADJUST-CREDIT-BASE
           MOVE ZERO TO ADJUST-DEBIT-BASE
           PERFORM VARYING ADJUST-D FROM ABV-VALUE-DAY(ADJUST-I) BY 1
                   UNTIL ADJUST-D > ADJUST-DAY-SPAN
               IF ADJ-BUSINESS-DAY(ADJUST-D)
                       < ABV-POSTED-DAY(ADJUST-I)
                   PERFORM SHIFT-ONE-BASE-DAY
               END-IF
           END-PERFORM

           IF ABV-PENDING-INDEX(ADJUST-I) > ZERO
               PERFORM POST-BACK-VALUE-CORRECTION
               SET PND-ADJUSTED(ABV-PENDING-INDEX(ADJUST-I)) TO TRUE
           END-IF.

       SHIFT-ONE-BASE-DAY                                       SECTION.
           MOVE ADJ-BASE-BALANCE(ADJUST-D) TO ADJUST-OLD-BALANCE
           COMPUTE ADJUST-NEW-BALANCE =
               ADJUST-OLD-BALANCE + ABV-DELTA(ADJUST-I)
           MOVE ADJUST-NEW-BALANCE TO ADJ-BASE-BALANCE(ADJUST-D)

      *    CREDIT INTEREST ACCRUES ON THE PART ABOVE ZERO, DEBIT
      *    INTEREST ON THE PART BELOW IT.
           IF ADJUST-NEW-BALANCE > ZERO
               ADD ADJUST-NEW-BALANCE TO ADJUST-CREDIT-BASE
           ELSE
               SUBTRACT ADJUST-NEW-BALANCE FROM ADJUST-DEBIT-BASE
           END-IF
           IF ADJUST-OLD-BALANCE > ZERO
               SUBTRACT ADJUST-OLD-BALANCE FROM ADJUST-CREDIT-BASE
           ELSE
               ADD ADJUST-OLD-BALANCE TO ADJUST-DEBIT-BASE
           END-IF.

      *    TURN THE BALANCE-DAY DIFFERENCES INTO MONEY AND POST THEM.
      *    CREDIT INTEREST THE ACCOUNT IS OWED IS AN "I" (WITH ITS
      *    "H" WHERE THE PRODUCT IS WITHHELD); CREDIT INTEREST IT WAS
      *    OVERPAID IS TAKEN BACK WITH A "1" (AND THE TAX ON IT GIVEN
      *    BACK WITH A "3"). DEBIT INTEREST UNDERCHARGED IS AN "O",
      *    OVERCHARGED IS REFUNDED WITH A "2".
       POST-BACK-VALUE-CORRECTION                               SECTION.
           MOVE "N" TO ADJUST-POSTED-SW
           COMPUTE ADJUST-INTEREST-CHANGE ROUNDED =
               ADJUST-CREDIT-BASE * ACCRUAL-RATE
           COMPUTE ADJUST-DEBIT-CHANGE ROUNDED =
               ADJUST-DEBIT-BASE * PARM-DEBIT-INTEREST-RATE

           IF ADJUST-INTEREST-CHANGE > ZERO
               MOVE "I" TO ADJUST-POST-TYPE
               MOVE ADJUST-INTEREST-CHANGE TO ADJUST-POST-AMOUNT
               SET ADJUST-POST-CREDIT TO TRUE
               PERFORM WRITE-ADJUSTMENT-ENTRY
           END-IF
           IF ADJUST-INTEREST-CHANGE < ZERO
               MOVE "1" TO ADJUST-POST-TYPE
               COMPUTE ADJUST-POST-AMOUNT =
                   ZERO - ADJUST-INTEREST-CHANGE
               SET ADJUST-POST-DEBIT TO TRUE
               PERFORM WRITE-ADJUSTMENT-ENTRY
           END-IF

           IF ACCRUAL-WITHHOLDS AND ADJUST-INTEREST-CHANGE NOT = ZERO
               IF ADJUST-INTEREST-CHANGE > ZERO
                   COMPUTE ADJUST-TAX-AMOUNT ROUNDED =
                       ADJUST-INTEREST-CHANGE * PARM-IRRF-RATE
                   MOVE "H" TO ADJUST-POST-TYPE
                   SET ADJUST-POST-DEBIT TO TRUE
               ELSE
                   COMPUTE ADJUST-TAX-AMOUNT ROUNDED =
                       (ZERO - ADJUST-INTEREST-CHANGE) * PARM-IRRF-RATE
                   MOVE "3" TO ADJUST-POST-TYPE
                   SET ADJUST-POST-CREDIT TO TRUE
               END-IF
               IF ADJUST-TAX-AMOUNT > ZERO
                   MOVE ADJUST-TAX-AMOUNT TO ADJUST-POST-AMOUNT
                   PERFORM WRITE-ADJUSTMENT-ENTRY
               END-IF
           END-IF

           IF ADJUST-DEBIT-CHANGE > ZERO
               MOVE "O" TO ADJUST-POST-TYPE
               MOVE ADJUST-DEBIT-CHANGE TO ADJUST-POST-AMOUNT
               SET ADJUST-POST-DEBIT TO TRUE
               PERFORM WRITE-ADJUSTMENT-ENTRY
           END-IF
           IF ADJUST-DEBIT-CHANGE < ZERO
               MOVE "2" TO ADJUST-POST-TYPE
               COMPUTE ADJUST-POST-AMOUNT =
                   ZERO - ADJUST-DEBIT-CHANGE
               SET ADJUST-POST-CREDIT TO TRUE
               PERFORM WRITE-ADJUSTMENT-ENTRY
           END-IF

           IF ADJUST-SOMETHING-POSTED
               ADD 1 TO ADJUST-ENTRIES-CORRECTED
           END-IF.

      *    POST ONE CORRECTING ENTRY ON TODAY'S DATE, LINKED BACK TO
      *    THE BACK-VALUED ENTRY THROUGH TXN-COUNTERPART-HASH, AND
      *    LIST IT ON THE REPORT.
       WRITE-ADJUSTMENT-ENTRY                                   SECTION.
           MOVE ACCRUAL-ACCOUNT-NUMBER TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           IF ADJUST-POST-CREDIT
               COMPUTE NEW-ACCOUNT-BALANCE =
                   TXN-SEEK-BALANCE + ADJUST-POST-AMOUNT
           ELSE
               COMPUTE NEW-ACCOUNT-BALANCE =
                   TXN-SEEK-BALANCE - ADJUST-POST-AMOUNT
           END-IF

           MOVE ACCRUAL-ACCOUNT-NUMBER TO TXN-ACCOUNT-HASH
           MOVE ADJUST-POST-TYPE TO TXN-TYPE
           MOVE ADJUST-POST-AMOUNT TO TXN-AMOUNT
           MOVE NEW-ACCOUNT-BALANCE TO TXN-BALANCE-AFTER
           MOVE FUNCTION CURRENT-DATE(1:8) TO TXN-DATE
           MOVE ABV-SEQUENCE(ADJUST-I) TO TXN-COUNTERPART-HASH
           ADD 1 TO ACCOUNT-TXN-MAX-SEQUENCE
           MOVE ACCOUNT-TXN-MAX-SEQUENCE TO TXN-SEQUENCE
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE ZERO TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
               ACCOUNT-TXN-RECORD-COUNT + 1
           WRITE ACCOUNT-TXN-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not post interest correction "
                       "for account " ACCRUAL-ACCOUNT-NUMBER
                       ", file status: " ACCOUNT-TXN-STATUS
                   GO TO WRITE-ADJUSTMENT-ENTRY-EXIT
               NOT INVALID KEY
                   PERFORM NOTE-CHECKPOINT-POSTING
           END-WRITE
           ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
           PERFORM ACCOUNT-POSITION-UPDATE

           SET ADJUST-SOMETHING-POSTED TO TRUE
           ADD 1 TO ADJUSTMENTS-POSTED
           ADD ADJUST-POST-AMOUNT TO ADJUSTMENT-AMOUNT-TOTAL

           MOVE ACCRUAL-ACCOUNT-NUMBER TO RPA-ACCOUNT-ID
           MOVE ADJUST-POST-TYPE TO RPA-TYPE
           MOVE ABV-SEQUENCE(ADJUST-I) TO RPA-SEQUENCE
           MOVE ABV-VALUE-DATE(ADJUST-I) TO RPA-VALUE-DATE
           IF ADJUST-POST-CREDIT
               MOVE ADJUST-POST-AMOUNT TO RPA-AMOUNT
           ELSE
               COMPUTE RPA-AMOUNT = ZERO - ADJUST-POST-AMOUNT
           END-IF
           MOVE REPORT-ADJUSTMENT-LINE TO INTEREST-REPORT-LINE
           WRITE INTEREST-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-ADJUSTMENT-LINE.

       WRITE-ADJUSTMENT-ENTRY-EXIT.
           EXIT.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY CALGET.
           COPY RUNCGET.
           COPY RPTCWRT.
           COPY CKPGET.
