      *                    EACH ITEM TO ITS ACCOUNT AS AN "X"
      *                    (EXTERNAL CREDIT) OR "Y" (EXTERNAL DEBIT)
      *                    LEDGER ENTRY. AN ITEM FOR AN UNKNOWN OR
      *                    INACTIVE ACCOUNT IS NOT POSTED; IT IS
      *                    PARKED IN THE REPAIR QUEUE
      *                    (data/INTERSUS.DAT, SUSREC.CPY) FOR MAN25
      *                    TO REDIRECT. AN ITEM FOR A DECEASED
      *                    CUSTOMER'S FROZEN ESTATE ACCOUNT IS NOT
      *                    PARKED: A CREDIT POSTS AND IS REPORTED AS
      *                    "ESTATE" SO THE ESTATE PAYOUT (MAN26) CAN
      *                    REVIEW IT, A DEBIT GOES BACK AS "05". A
      *                    DEBIT THE AVAILABLE BALANCE
      *                    PLUS OVERDRAFT CANNOT COVER, OR A MALFORMED
      *                    ITEM, GOES STRAIGHT BACK TO THE CLEARING
      *                    HOUSE ON THE RETURN FILE
      *                    (data/INTERRTN.DAT) WITH A REASON CODE --
      *                    AND SO, AT THE START OF EACH RUN, DOES
      *                    EVERY QUEUED ITEM STILL UNREPAIRED AFTER
      *                    PARM-SUSPENSE-DAYS BUSINESS DAYS.
      *                    FINISHES WITH A CONTROL-TOTAL REPORT ON
      *                    data/INTERCHG.RPT IN THE SAME SPIRIT AS
      *                    BAT0'S, THEN AN AGING REPORT OF WHAT IS
      *                    STILL WAITING IN THE QUEUE. RUN STANDALONE
      *                    IN THE NIGHTLY WINDOW -- NOT ON THE MAN0
      *                    MENU.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERCHANGE-REPORT-STATUS.
           SELECT SUSPENSE-AGING-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-AGING-STATUS.
           COPY RPTCSEL.
           COPY JUDSEL.
           COPY CAUSEL.
           COPY SUSSEL.
           COPY PARMSEL.
           COPY CALSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
               88  RTN-INACTIVE-ACCOUNT        VALUE "02".
               88  RTN-INSUFFICIENT-FUNDS      VALUE "03".
               88  RTN-BAD-ITEM                VALUE "04".
               88  RTN-HOLDER-DECEASED         VALUE "05".

       FD  INTERCHANGE-REPORT.
       01  INTERCHANGE-REPORT-LINE            PIC X(80).

       FD  REPORT-CATALOG.
           COPY RPTCREC.
       FD  JUDICIAL-BLOCK.
           COPY JUDREC.
       FD  CARD-AUTH.
           COPY CAUREC.
       FD  ICH-SUSPENSE.
           COPY SUSREC.
       FD  SUSPENSE-AGING-REPORT.
       01  SUSPENSE-AGING-LINE                PIC X(80).
       FD  PARAMETER-FILE.
           COPY PARMFD.
       FD  BANK-CALENDAR.
           COPY CALREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY ACCTXSTA.
           COPY ACCTPSTA.
           COPY JUDSTA.
           COPY CAUSTA.
           COPY OPERSTA.
           COPY RUNCSTA.
           COPY RPTCSTA.
           COPY SUSSTA.
           COPY PARMSTA.
           COPY CALSTA.
           COPY PARMREC.
       77  INTERCHANGE-FILE-STATUS            PIC XX.
           88  INTERCHANGE-FILE-OK              VALUE "00".
           88  INTERCHANGE-FILE-MISSING         VALUE "35".
       77  CREDIT-TOTAL                       PIC 9(11)V99 VALUE ZERO.
       77  DEBIT-TOTAL                        PIC 9(11)V99 VALUE ZERO.
       77  RETURNED-TOTAL                     PIC 9(11)V99 VALUE ZERO.
       77  ITEMS-PARKED                       PIC 9(6) VALUE ZERO.
       77  PARKED-TOTAL                       PIC 9(11)V99 VALUE ZERO.
       77  ITEMS-AGED-OUT                     PIC 9(6) VALUE ZERO.
       77  ESTATE-CREDITS                     PIC 9(6) VALUE ZERO.
       77  ESTATE-CREDIT-TOTAL                PIC 9(11)V99 VALUE ZERO.
       77  AGED-OUT-TOTAL                     PIC 9(11)V99 VALUE ZERO.
       77  SUSPENSE-AGING-STATUS              PIC XX.
       77  TODAY-YYYYMMDD                     PIC 9(8).
      *    BUSINESS DAYS A QUEUED ITEM HAS WAITED SINCE IT WAS PARKED.
       77  SUSPENSE-AGE                       PIC 9(4).
       77  AGE-DAY-INTEGER                    PIC 9(8).
       77  AGE-TODAY-INTEGER                  PIC 9(8).
      *    WHAT IS STILL QUEUED AFTER THE RUN, BY AGE.
       77  PENDING-FRESH-COUNT                PIC 9(6) VALUE ZERO.
       77  PENDING-FRESH-TOTAL                PIC 9(11)V99 VALUE ZERO.
       77  PENDING-OLDER-COUNT                PIC 9(6) VALUE ZERO.
       77  PENDING-OLDER-TOTAL                PIC 9(11)V99 VALUE ZERO.
       77  PENDING-DUE-COUNT                  PIC 9(6) VALUE ZERO.
       77  PENDING-DUE-TOTAL                  PIC 9(11)V99 VALUE ZERO.
       01  REPORT-HEADING-LINE.
           02  FILLER                        PIC X(12) VALUE
               "ACCOUNT ID".
           02  FILLER                        PIC X(09) VALUE
               "  AMOUNT ".
           02  RPT-COUNT-AMOUNT              PIC Z(10)9.99.
       01  AGING-TITLE-LINE.
           02  FILLER                        PIC X(36) VALUE
               "INTERCHANGE REPAIR QUEUE -- DAY ".
           02  AGING-TITLE-DATE              PIC 9(8).
           02  FILLER                        PIC X(16) VALUE
               "  RETURN AFTER ".
           02  AGING-TITLE-DAYS              PIC ZZ9.
       01  AGING-HEADING-LINE.
           02  FILLER                        PIC X(10) VALUE
               "ITEM".
           02  FILLER                        PIC X(12) VALUE
               "ACCOUNT ID".
           02  FILLER                        PIC X(05) VALUE
               "DIR".
           02  FILLER                        PIC X(15) VALUE
               "AMOUNT".
           02  FILLER                        PIC X(10) VALUE
               "PARKED".
           02  FILLER                        PIC X(05) VALUE
               "AGE".
           02  FILLER                        PIC X(20) VALUE
               "ORIGIN".
       01  AGING-DETAIL-LINE.
           02  AGING-ITEM                    PIC 9(8).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  AGING-ACCOUNT                 PIC 9(10).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  AGING-DIRECTION               PIC X(01).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  AGING-AMOUNT                  PIC Z(9)9.99.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  AGING-PARKED                  PIC 9(8).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  AGING-AGE                     PIC ZZ9.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  AGING-ORIGIN                  PIC X(20).

       PROCEDURE                                               DIVISION.
       MAIN.

      *    ONE INTERCHANGE POSTING RUN PER BUSINESS DATE -- A SECOND
      *    ATTEMPT WOULD POST THE WHOLE FILE AGAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
           MOVE "BAT9" TO RUN-SEEK-JOB-NAME
           MOVE TODAY-YYYYMMDD TO RUN-SEEK-DATE
           PERFORM CHECK-JOB-ALREADY-RUN
           IF RUN-ALREADY-DONE
               DISPLAY "[X] The interchange has already posted for "
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION
           PERFORM OPEN-ICH-SUSPENSE
           PERFORM LOAD-SYSTEM-PARAMETERS
      *    THE NIGHTLY WINDOW RUNS SINGLE-STREAMED (SEE LOCKGET), SO
      *    THIS JOB MAY REBUILD STALE POSITION RECORDS AS IT READS.
           SET POSITION-REBUILD-ALLOWED TO TRUE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-HEADING-LINE

      *    QUEUED ITEMS WHOSE REPAIR TIME HAS RUN OUT GO BACK FIRST,
      *    ON THE SAME RETURN FILE AS TONIGHT'S OWN RETURNS.
           PERFORM RETURN-AGED-SUSPENSE-ITEMS

           PERFORM UNTIL INTERCHANGE-EOF
               READ INTERCHANGE-FILE
                   AT END
           WRITE INTERCHANGE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "PARKED FOR REPAIR:" TO RPT-COUNT-LABEL
           MOVE ITEMS-PARKED TO RPT-COUNT-VALUE
           MOVE PARKED-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO INTERCHANGE-REPORT-LINE
           WRITE INTERCHANGE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "CREDITS TO ESTATES:" TO RPT-COUNT-LABEL
           MOVE ESTATE-CREDITS TO RPT-COUNT-VALUE
           MOVE ESTATE-CREDIT-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO INTERCHANGE-REPORT-LINE
           WRITE INTERCHANGE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "AGED OUT OF REPAIR:" TO RPT-COUNT-LABEL
           MOVE ITEMS-AGED-OUT TO RPT-COUNT-VALUE
           MOVE AGED-OUT-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO INTERCHANGE-REPORT-LINE
           WRITE INTERCHANGE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           CLOSE INTERCHANGE-FILE
           CLOSE CLIENT-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE INTERCHANGE-REPORT
           PERFORM CATALOG-SPOOL-FILE

           PERFORM WRITE-SUSPENSE-AGING-REPORT
           CLOSE ICH-SUSPENSE

           DISPLAY ""
           DISPLAY "[!] Items read: " ITEMS-READ
           DISPLAY "[!] Credits posted: " CREDITS-POSTED
               " totalling " CREDIT-TOTAL
           DISPLAY "[!] Debits posted: " DEBITS-POSTED
               " totalling " DEBIT-TOTAL
           DISPLAY "[!] Of the credits, to deceased estates: "
               ESTATE-CREDITS " totalling " ESTATE-CREDIT-TOTAL
           DISPLAY "[!] Items returned: " ITEMS-RETURNED
               " totalling " RETURNED-TOTAL
           DISPLAY "[!] Items parked for repair: " ITEMS-PARKED
               " totalling " PARKED-TOTAL
           DISPLAY "[!] Of the returns, aged out of repair: "
               ITEMS-AGED-OUT " totalling " AGED-OUT-TOTAL
           DISPLAY "[!] Returns written to data/INTERRTN.DAT"
           DISPLAY "[!] Repair-queue aging report written to "
               SPOOL-FILE-NAME

           PERFORM RECORD-JOB-RUN
           GOBACK.
           MOVE ICH-ACCOUNT-NUMBER TO ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT

      *    AN UNKNOWN OR INACTIVE ACCOUNT IS USUALLY A MIS-KEYED
      *    DIGIT OR AN ACCOUNT REPLACED BY A NEW ONE -- PARK THE ITEM
      *    FOR REPAIR RATHER THAN BOUNCE IT.
           IF ACCOUNT-RESOLVE-NOT-FOUND
               SET RTN-UNKNOWN-ACCOUNT TO TRUE
               PERFORM PARK-THIS-ITEM
               GO TO HANDLE-INTERCHANGE-ITEM-EXIT
           END-IF

      *    A DECEASED CUSTOMER'S ACCOUNT IS FROZEN, NOT MIS-KEYED --
      *    NOTHING MAY LEAVE THE ESTATE, BUT A CREDIT (A LAST SALARY,
      *    A PENSION PAID PAST THE DATE OF DEATH) IS TAKEN IN AND
      *    LEFT FOR THE ESTATE PAYOUT TO REVIEW.
           IF RESOLVED-ACCOUNT-ESTATE AND ICH-IS-DEBIT
               SET RTN-HOLDER-DECEASED TO TRUE
               PERFORM RETURN-THIS-ITEM
               GO TO HANDLE-INTERCHANGE-ITEM-EXIT
           END-IF

           IF RESOLVED-ACCOUNT-NOT-ACTIVE
                   AND NOT RESOLVED-ACCOUNT-ESTATE
               SET RTN-INACTIVE-ACCOUNT TO TRUE
               PERFORM PARK-THIS-ITEM
               GO TO HANDLE-INTERCHANGE-ITEM-EXIT
           END-IF


           IF ICH-IS-DEBIT
      *    AN EXTERNAL DEBIT IS CHECKED LIKE A WITHDRAWAL -- AGAINST
      *    THE AVAILABLE BALANCE (NET OF HOLDS AND OF COURT-FROZEN
      *    MONEY) PLUS THE AUTHORIZED OVERDRAFT.
               MOVE ICH-ACCOUNT-NUMBER TO JUD-SEEK-ACCOUNT
               PERFORM JUDICIAL-FROZEN-BALANCE
               MOVE ICH-ACCOUNT-NUMBER TO CAU-SEEK-ACCOUNT
               PERFORM CARD-HELD-BALANCE
               COMPUTE ITEM-HEADROOM =
                   ITEM-BALANCE - TXN-SEEK-HELD-AMOUNT
                   - JUD-FROZEN-TOTAL - CAU-HELD-TOTAL
                   + ACCOUNT-RESOLVE-OVERDRAFT
               IF ICH-AMOUNT > ITEM-HEADROOM
                   SET RTN-INSUFFICIENT-FUNDS TO TRUE
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE ZERO TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

      *    THE BALANCE SEEK LEAVES ACCOUNT-TXN-KEY ON THE LAST RECORD
               ADD ICH-AMOUNT TO CREDIT-TOTAL
           END-IF

           IF RESOLVED-ACCOUNT-ESTATE
               ADD 1 TO ESTATE-CREDITS
               ADD ICH-AMOUNT TO ESTATE-CREDIT-TOTAL
               MOVE "ESTATE" TO RPT-OUTCOME
           ELSE
               MOVE "POSTED" TO RPT-OUTCOME
           END-IF
           MOVE REPORT-DETAIL-LINE TO INTERCHANGE-REPORT-LINE
           WRITE INTERCHANGE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-DETAIL-LINE.

      *    THE CALLER HAS ALREADY SET THE REASON THE ITEM WOULD HAVE
      *    GONE BACK WITH -- QUEUE IT FOR MAN25 INSTEAD. IF THE QUEUE
      *    CANNOT TAKE IT, IT GOES BACK AFTER ALL.
       PARK-THIS-ITEM                                           SECTION.
           MOVE ZEROS TO ICH-SUSPENSE-RECORD
           COMPUTE ICH-SUSPENSE-KEY =
               ICH-SUSPENSE-RECORD-COUNT + 1
           MOVE ICH-SUSPENSE-KEY TO SUS-ITEM-NUMBER
           MOVE INTERCHANGE-RECORD TO SUS-ORIGINAL-ITEM
           MOVE RTN-REASON-CODE TO SUS-REASON-CODE
           MOVE TODAY-YYYYMMDD TO SUS-PARKED-DATE
           SET SUS-STATUS-PENDING TO TRUE
           MOVE SPACES TO SUS-RESOLVED-BY
           WRITE ICH-SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not queue item for account "
                       ICH-ACCOUNT-NUMBER ", file status: "
                       ICH-SUSPENSE-STATUS
                   PERFORM RETURN-THIS-ITEM
                   GO TO PARK-THIS-ITEM-EXIT
           END-WRITE
           ADD 1 TO ICH-SUSPENSE-RECORD-COUNT
           ADD 1 TO ITEMS-PARKED
           ADD ICH-AMOUNT TO PARKED-TOTAL

           MOVE "SUSPENSE" TO RPT-OUTCOME
           MOVE REPORT-DETAIL-LINE TO INTERCHANGE-REPORT-LINE
           WRITE INTERCHANGE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-DETAIL-LINE.

       PARK-THIS-ITEM-EXIT.
           EXIT.

      *    EVERY QUEUED ITEM STILL PENDING AFTER PARM-SUSPENSE-DAYS
      *    BUSINESS DAYS GOES BACK TO THE CLEARING HOUSE, AS RECEIVED
      *    AND WITH THE REASON IT WAS PARKED FOR, AND IS MARKED
      *    RETURNED SO MAN25 CAN NO LONGER POST IT.
       RETURN-AGED-SUSPENSE-ITEMS                               SECTION.
           PERFORM UNTIL ICH-SUSPENSE-NOT-FOUND
               READ ICH-SUSPENSE NEXT RECORD
                   AT END
                       SET ICH-SUSPENSE-NOT-FOUND TO TRUE
                   NOT AT END
                       IF SUS-STATUS-PENDING
                           PERFORM RETURN-ONE-AGED-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       RETURN-ONE-AGED-ITEM                                     SECTION.
           PERFORM COUNT-SUSPENSE-AGE
           IF SUSPENSE-AGE < PARM-SUSPENSE-DAYS
               GO TO RETURN-ONE-AGED-ITEM-EXIT
           END-IF

           SET SUS-STATUS-RETURNED TO TRUE
           MOVE TODAY-YYYYMMDD TO SUS-RESOLVED-DATE
           MOVE CURRENT-OPERATOR-ID TO SUS-RESOLVED-BY
           REWRITE ICH-SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not update queued item "
                       SUS-ITEM-NUMBER ", file status: "
                       ICH-SUSPENSE-STATUS
                   GO TO RETURN-ONE-AGED-ITEM-EXIT
           END-REWRITE

           MOVE SUS-ORIGINAL-ITEM TO RTN-ORIGINAL-ITEM
           MOVE SUS-REASON-CODE TO RTN-REASON-CODE
           WRITE RETURN-RECORD
           ADD 1 TO ITEMS-RETURNED
           ADD SUS-AMOUNT TO RETURNED-TOTAL
           ADD 1 TO ITEMS-AGED-OUT
           ADD SUS-AMOUNT TO AGED-OUT-TOTAL

           MOVE SUS-ACCOUNT-NUMBER TO RPT-ACCOUNT-ID
           MOVE SUS-DIRECTION TO RPT-DIRECTION
           MOVE SUS-AMOUNT TO RPT-AMOUNT
           MOVE SUS-ORIGIN-BANK TO RPT-ORIGIN
           MOVE "AGED OUT" TO RPT-OUTCOME
           MOVE REPORT-DETAIL-LINE TO INTERCHANGE-REPORT-LINE
           WRITE INTERCHANGE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-DETAIL-LINE.

       RETURN-ONE-AGED-ITEM-EXIT.
           EXIT.

      *    BUSINESS DAYS FROM SUS-PARKED-DATE TO TODAY: EVERY WORKING
      *    DAY AFTER THE ONE IT WAS PARKED ON, UP TO AND INCLUDING
      *    TODAY, PER THE BANK CALENDAR'S NATIONAL HOLIDAYS.
       COUNT-SUSPENSE-AGE                                       SECTION.
           MOVE ZERO TO SUSPENSE-AGE
           MOVE ZERO TO CAL-CHECK-BRANCH
           COMPUTE AGE-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(SUS-PARKED-DATE) + 1
           COMPUTE AGE-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)
           PERFORM UNTIL AGE-DAY-INTEGER > AGE-TODAY-INTEGER
               COMPUTE CAL-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(AGE-DAY-INTEGER)
               PERFORM CHECK-BUSINESS-DAY
               IF CAL-IS-BUSINESS-DAY
                   ADD 1 TO SUSPENSE-AGE
               END-IF
               ADD 1 TO AGE-DAY-INTEGER
           END-PERFORM.

      *    WHAT IS STILL WAITING IN THE QUEUE AFTER TONIGHT'S RUN,
      *    OLDEST FIRST AS PARKED, WITH TOTALS BY AGE -- THE BACK
      *    OFFICE'S WORKLIST FOR MAN25.
       WRITE-SUSPENSE-AGING-REPORT                              SECTION.
           MOVE "BAT9" TO SPOOL-PROGRAM-ID
           MOVE "INTERSUS" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT SUSPENSE-AGING-REPORT

           MOVE TODAY-YYYYMMDD TO AGING-TITLE-DATE
           MOVE PARM-SUSPENSE-DAYS TO AGING-TITLE-DAYS
           MOVE AGING-TITLE-LINE TO SUSPENSE-AGING-LINE
           WRITE SUSPENSE-AGING-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           MOVE AGING-HEADING-LINE TO SUSPENSE-AGING-LINE
           WRITE SUSPENSE-AGING-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE 1 TO ICH-SUSPENSE-KEY
           START ICH-SUSPENSE
                   KEY IS NOT LESS THAN ICH-SUSPENSE-KEY
               INVALID KEY
                   SET ICH-SUSPENSE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ICH-SUSPENSE-OK TO TRUE
           END-START
           PERFORM UNTIL ICH-SUSPENSE-NOT-FOUND
               READ ICH-SUSPENSE NEXT RECORD
                   AT END
                       SET ICH-SUSPENSE-NOT-FOUND TO TRUE
                   NOT AT END
                       IF SUS-STATUS-PENDING
                           PERFORM WRITE-ONE-AGING-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE "WAITING UNDER 2 DAYS:" TO RPT-COUNT-LABEL
           MOVE PENDING-FRESH-COUNT TO RPT-COUNT-VALUE
           MOVE PENDING-FRESH-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO SUSPENSE-AGING-LINE
           WRITE SUSPENSE-AGING-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "WAITING 2 DAYS OR MORE:" TO RPT-COUNT-LABEL
           MOVE PENDING-OLDER-COUNT TO RPT-COUNT-VALUE
           MOVE PENDING-OLDER-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO SUSPENSE-AGING-LINE
           WRITE SUSPENSE-AGING-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "RETURN ON NEXT RUN:" TO RPT-COUNT-LABEL
           MOVE PENDING-DUE-COUNT TO RPT-COUNT-VALUE
           MOVE PENDING-DUE-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO SUSPENSE-AGING-LINE
           WRITE SUSPENSE-AGING-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           CLOSE SUSPENSE-AGING-REPORT
           PERFORM CATALOG-SPOOL-FILE.

       WRITE-ONE-AGING-LINE                                     SECTION.
           PERFORM COUNT-SUSPENSE-AGE
           MOVE SUS-ITEM-NUMBER TO AGING-ITEM
           MOVE SUS-ACCOUNT-NUMBER TO AGING-ACCOUNT
           MOVE SUS-DIRECTION TO AGING-DIRECTION
           MOVE SUS-AMOUNT TO AGING-AMOUNT
           MOVE SUS-PARKED-DATE TO AGING-PARKED
           MOVE SUSPENSE-AGE TO AGING-AGE
           MOVE SUS-ORIGIN-BANK TO AGING-ORIGIN
           MOVE AGING-DETAIL-LINE TO SUSPENSE-AGING-LINE
           WRITE SUSPENSE-AGING-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           IF SUSPENSE-AGE < 2
               ADD 1 TO PENDING-FRESH-COUNT
               ADD SUS-AMOUNT TO PENDING-FRESH-TOTAL
           ELSE
               ADD 1 TO PENDING-OLDER-COUNT
               ADD SUS-AMOUNT TO PENDING-OLDER-TOTAL
           END-IF
      *    ONE MORE BUSINESS DAY AND THE NEXT RUN SENDS IT BACK.
           IF SUSPENSE-AGE + 1 >= PARM-SUSPENSE-DAYS
               ADD 1 TO PENDING-DUE-COUNT
               ADD SUS-AMOUNT TO PENDING-DUE-TOTAL
           END-IF.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTXFND.
           COPY RUNCGET.
           COPY RPTCWRT.
           COPY JUDFND.
           COPY CAUFND.
           COPY SUSOPN.
           COPY PARMGET.
           COPY CALGET.
