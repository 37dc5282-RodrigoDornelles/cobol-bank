       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         BAT31.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        MONTHLY KYC REVIEW-DUE REPORT. READS EVERY
      *                    ACTIVE AND INACTIVE CUSTOMER ON CLIENT-MASTER
      *                    (CLOSED AND DECEASED ONES NEED NO REVIEW),
      *                    WORKS OUT EACH ONE'S STANDING THE SAME WAY
      *                    THE TELLER TRANSACTIONS DO (KYCGET.CPY), AND
      *                    LISTS EVERY CUSTOMER WHOSE REVIEW IS OVERDUE
      *                    -- STILL IN THE GRACE PERIOD OR ALREADY
      *                    BLOCKED FROM NEW PRODUCTS -- BY BRANCH AND,
      *                    WITHIN THE BRANCH, HIGH RISK FIRST, WITH
      *                    BRANCH SUBTOTALS AND GRAND TOTALS, SO EACH
      *                    BRANCH KNOWS WHOM TO CALL IN FOR A MAN31
      *                    REVIEW. A CUSTOMER FOUND BLOCKED WHOSE BLOCK
      *                    HAS NOT YET BEEN RECORDED HAS TODAY STAMPED
      *                    AS THE BLOCKED DATE AND A "KYCBLOCK" AUDIT
      *                    RECORD WRITTEN; ONE ALREADY RECORDED IS
      *                    LEFT AS IT IS, SO THE JOB MAY BE RUN AGAIN
      *                    WITHOUT STAMPING ANYONE TWICE. THE REPORT IS
      *                    SPOOLED AS KYCDUE AND CATALOGED AS USUAL.
      *                    RUN AT THE START OF EACH MONTH -- NOT ON THE
      *                    MAN0 MENU.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY AUDITSEL.
           COPY PARMSEL.
           COPY CALSEL.
           SELECT KYC-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYC-REPORT-STATUS.
           COPY RPTCSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENTREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.
       FD  PARAMETER-FILE.
           COPY PARMFD.
       FD  BANK-CALENDAR.
           COPY CALREC.

       FD  KYC-REPORT.
       01  KYC-REPORT-LINE                    PIC X(110).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY AUDITSTA.
           COPY PARMSTA.
           COPY CALSTA.
           COPY PARMREC.
           COPY RPTCSTA.
           COPY OPERSTA.
           COPY KYCSTA.
       77  KYC-REPORT-STATUS                  PIC XX.
           88  KYC-REPORT-OK                    VALUE "00".
       77  RUN-DATE                           PIC 9(8).
      *    EVERY CUSTOMER WHOSE REVIEW IS PAST DUE, IN FILE ORDER.
      *    THE COUNTS KEEP GOING IF THE TABLE FILLS, SO THE TOTALS
      *    ARE ALWAYS TRUE.
       77  DUE-COUNT                          PIC 9(5) VALUE ZERO.
       01  DUE-TABLE.
           02  DUE-ENTRY                     OCCURS 0 TO 10000 TIMES
                                   DEPENDING ON DUE-COUNT.
               03  DU-HASH                   PIC 9(10).
               03  DU-NAME                   PIC X(32).
               03  DU-BRANCH                 PIC 9(4).
               03  DU-RISK                   PIC X.
               03  DU-REVIEW-DATE            PIC 9(8).
               03  DU-DUE-DATE               PIC 9(8).
               03  DU-DAYS-OVERDUE           PIC 9(5).
               03  DU-STANDING               PIC X(9).
               03  DU-REVIEWER               PIC X(10).
       77  DUE-I                              PIC 9(5).
      *    THE BRANCHES WITH SOMEONE TO REVIEW, KEPT IN BRANCH ORDER
      *    AS THEY ARE ADDED, WITH THEIR SUBTOTALS.
       77  BRANCH-COUNT                       PIC 9(4) VALUE ZERO.
       01  BRANCH-TABLE.
           02  BRANCH-ENTRY                  OCCURS 200 TIMES.
               03  BR-CODE                   PIC 9(4).
               03  BR-OVERDUE                PIC 9(6).
               03  BR-BLOCKED                PIC 9(6).
       77  BRANCH-I                           PIC 9(4).
       77  BRANCH-J                           PIC 9(4).
       77  BRANCH-SLOT                        PIC 9(4).
       77  SEEK-BRANCH                        PIC 9(4).
      *    THE ORDER RISK RATINGS PRINT IN WITHIN A BRANCH.
       01  RISK-ORDER                         PIC X(3) VALUE "HML".
       77  RISK-I                             PIC 9.
       77  PRINT-RISK                         PIC X.
       77  CUSTOMERS-READ                     PIC 9(8) VALUE ZERO.
       77  CUSTOMERS-CONSIDERED               PIC 9(8) VALUE ZERO.
       77  TOTAL-OVERDUE                      PIC 9(6) VALUE ZERO.
       77  TOTAL-BLOCKED                      PIC 9(6) VALUE ZERO.
       77  TOTAL-NEWLY-BLOCKED                PIC 9(6) VALUE ZERO.
       77  TOTAL-NEVER-REVIEWED               PIC 9(6) VALUE ZERO.
       77  ENTRIES-NOT-LISTED                 PIC 9(6) VALUE ZERO.
       77  BRANCHES-DROPPED                   PIC 9(6) VALUE ZERO.
       01  REPORT-TITLE-LINE.
           02  FILLER                        PIC X(36) VALUE
               "KYC REVIEWS OVERDUE, MONTHLY RUN OF".
           02  TITLE-DATE                    PIC 9(8).
       01  CYCLE-NOTE-LINE.
           02  FILLER                        PIC X(34) VALUE
               "REVIEW EVERY (YEARS) HIGH/MED/LOW".
           02  NOTE-HIGH-YEARS               PIC Z9.
           02  FILLER                        PIC X(01) VALUE "/".
           02  NOTE-MEDIUM-YEARS             PIC Z9.
           02  FILLER                        PIC X(01) VALUE "/".
           02  NOTE-LOW-YEARS                PIC Z9.
           02  FILLER                        PIC X(16) VALUE
               "  GRACE (DAYS) ".
           02  NOTE-GRACE-DAYS               PIC ZZ9.
       01  BRANCH-BANNER-LINE.
           02  FILLER                        PIC X(13) VALUE
               "===== BRANCH ".
           02  BANNER-BRANCH                 PIC 9(4).
           02  FILLER                        PIC X(07) VALUE
               " ===== ".
       01  REPORT-HEADING-LINE.
           02  FILLER                        PIC X(12) VALUE
               "ACCOUNT".
           02  FILLER                        PIC X(34) VALUE
               "CUSTOMER".
           02  FILLER                        PIC X(06) VALUE
               "RISK".
           02  FILLER                        PIC X(10) VALUE
               "REVIEWED".
           02  FILLER                        PIC X(10) VALUE
               "DUE".
           02  FILLER                        PIC X(07) VALUE
               "DAYS".
           02  FILLER                        PIC X(11) VALUE
               "STANDING".
           02  FILLER                        PIC X(10) VALUE
               "REVIEWER".
       01  REPORT-DETAIL-LINE.
           02  RPT-HASH                      PIC 9(10).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-NAME                      PIC X(32).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-RISK                      PIC X.
           02  FILLER                        PIC X(05) VALUE SPACES.
           02  RPT-REVIEW-DATE               PIC X(08).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-DUE-DATE                  PIC 9(08) BLANK WHEN ZERO.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-DAYS-OVERDUE              PIC ZZZZ9.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-STANDING                  PIC X(09).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-REVIEWER                  PIC X(10).
       01  BRANCH-SUBTOTAL-LINE.
           02  FILLER                        PIC X(16) VALUE
               "BRANCH SUBTOTAL ".
           02  SUB-BRANCH                    PIC 9(4).
           02  FILLER                        PIC X(11) VALUE
               "  OVERDUE: ".
           02  SUB-OVERDUE                   PIC ZZZ,ZZ9.
           02  FILLER                        PIC X(11) VALUE
               "  BLOCKED: ".
           02  SUB-BLOCKED                   PIC ZZZ,ZZ9.
       01  REPORT-COUNT-LINE.
           02  RPT-COUNT-LABEL               PIC X(32).
           02  RPT-COUNT-VALUE               PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE                                               DIVISION.
       MAIN.
           DISPLAY "---------------------------------------------------"
           DISPLAY " MONTHLY KYC REVIEW-DUE REPORT"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM LOAD-SYSTEM-PARAMETERS

           PERFORM OPEN-CLIENT-MASTER
           PERFORM SCAN-CUSTOMERS
           CLOSE CLIENT-MASTER

           MOVE "BAT31" TO SPOOL-PROGRAM-ID
           MOVE "KYCDUE" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT KYC-REPORT
           IF NOT KYC-REPORT-OK
               DISPLAY "[X] Could not open report " SPOOL-FILE-NAME
                   ", file status: " KYC-REPORT-STATUS
               GOBACK
           END-IF

           MOVE RUN-DATE TO TITLE-DATE
           MOVE REPORT-TITLE-LINE TO KYC-REPORT-LINE
           WRITE KYC-REPORT-LINE
           MOVE PARM-KYC-HIGH-YEARS TO NOTE-HIGH-YEARS
           MOVE PARM-KYC-MEDIUM-YEARS TO NOTE-MEDIUM-YEARS
           MOVE PARM-KYC-LOW-YEARS TO NOTE-LOW-YEARS
           MOVE PARM-KYC-GRACE-DAYS TO NOTE-GRACE-DAYS
           MOVE CYCLE-NOTE-LINE TO KYC-REPORT-LINE
           WRITE KYC-REPORT-LINE
           MOVE REPORT-HEADING-LINE TO KYC-REPORT-LINE
           WRITE KYC-REPORT-LINE
           ADD 3 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-HEADING-LINE

           PERFORM PRINT-ONE-BRANCH
               VARYING BRANCH-I FROM 1 BY 1
               UNTIL BRANCH-I > BRANCH-COUNT

           PERFORM WRITE-REPORT-TOTALS
           CLOSE KYC-REPORT
           PERFORM CATALOG-SPOOL-FILE

           DISPLAY ""
           DISPLAY "[!] Customers read: " CUSTOMERS-READ
           DISPLAY "[!] Customers due for review considered: "
               CUSTOMERS-CONSIDERED
           DISPLAY "[!] Overdue, in grace period: " TOTAL-OVERDUE
           DISPLAY "[!] Blocked from new products: " TOTAL-BLOCKED
           DISPLAY "[!] Newly blocked this run: " TOTAL-NEWLY-BLOCKED
           DISPLAY "[!] Never reviewed: " TOTAL-NEVER-REVIEWED
           IF ENTRIES-NOT-LISTED > ZERO
               DISPLAY "[X] Customers counted but not listed, table "
                   "full: " ENTRIES-NOT-LISTED
           END-IF
           IF BRANCHES-DROPPED > ZERO
               DISPLAY "[X] Customers left out, branch table full: "
                   BRANCHES-DROPPED
           END-IF
           DISPLAY "[!] Report written to " SPOOL-FILE-NAME
           GOBACK.

       SCAN-CUSTOMERS                                           SECTION.
           MOVE 1 TO CLIENT-MASTER-KEY
           START CLIENT-MASTER KEY IS NOT LESS THAN CLIENT-MASTER-KEY
               INVALID KEY
                   SET CLIENT-MASTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CLIENT-MASTER-OK TO TRUE
           END-START
           PERFORM UNTIL CLIENT-MASTER-NOT-FOUND
               READ CLIENT-MASTER NEXT RECORD
                   AT END
                       SET CLIENT-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       PERFORM REVIEW-ONE-CUSTOMER
               END-READ
           END-PERFORM.

      *    A CLOSED OR DECEASED CUSTOMER CAN OPEN NOTHING, SO THERE
      *    IS NOTHING TO REVIEW THEM FOR.
       REVIEW-ONE-CUSTOMER                                      SECTION.
           ADD 1 TO CUSTOMERS-READ
           IF NOT CLIENT-STATUS-ACTIVE AND NOT CLIENT-STATUS-INACTIVE
               GO TO REVIEW-ONE-CUSTOMER-EXIT
           END-IF
           ADD 1 TO CUSTOMERS-CONSIDERED

           PERFORM CHECK-KYC-STANDING
           IF KYC-REVIEW-CURRENT
               GO TO REVIEW-ONE-CUSTOMER-EXIT
           END-IF

           MOVE CLIENT-BRANCH-CODE TO SEEK-BRANCH
           IF CLIENT-BRANCH-CODE NOT NUMERIC
               MOVE ZERO TO SEEK-BRANCH
           END-IF
           PERFORM FIND-BRANCH-SLOT
           IF BRANCH-SLOT = ZERO
               ADD 1 TO BRANCHES-DROPPED
               GO TO REVIEW-ONE-CUSTOMER-EXIT
           END-IF

           IF DUE-COUNT >= 10000
               ADD 1 TO ENTRIES-NOT-LISTED
           ELSE
               ADD 1 TO DUE-COUNT
               MOVE CLIENT-HASH TO DU-HASH(DUE-COUNT)
               MOVE CLIENT-NAME TO DU-NAME(DUE-COUNT)
               MOVE SEEK-BRANCH TO DU-BRANCH(DUE-COUNT)
               MOVE CLIENT-KYC-RISK TO DU-RISK(DUE-COUNT)
               IF NOT CLIENT-KYC-RISK-LOW
                       AND NOT CLIENT-KYC-RISK-HIGH
                   MOVE "M" TO DU-RISK(DUE-COUNT)
               END-IF
               MOVE ZERO TO DU-REVIEW-DATE(DUE-COUNT)
               IF KYC-DUE-DATE > ZERO
                   MOVE CLIENT-KYC-REVIEW-DATE
                       TO DU-REVIEW-DATE(DUE-COUNT)
               END-IF
               MOVE KYC-DUE-DATE TO DU-DUE-DATE(DUE-COUNT)
               MOVE KYC-DAYS-OVERDUE TO DU-DAYS-OVERDUE(DUE-COUNT)
               MOVE CLIENT-KYC-REVIEWER TO DU-REVIEWER(DUE-COUNT)
               IF KYC-REVIEW-OVERDUE
                   MOVE "OVERDUE" TO DU-STANDING(DUE-COUNT)
               ELSE
                   MOVE "BLOCKED" TO DU-STANDING(DUE-COUNT)
               END-IF
           END-IF

           IF KYC-DUE-DATE = ZERO
               ADD 1 TO TOTAL-NEVER-REVIEWED
           END-IF
           IF KYC-REVIEW-OVERDUE
               ADD 1 TO TOTAL-OVERDUE
               ADD 1 TO BR-OVERDUE(BRANCH-SLOT)
               GO TO REVIEW-ONE-CUSTOMER-EXIT
           END-IF

           ADD 1 TO TOTAL-BLOCKED
           ADD 1 TO BR-BLOCKED(BRANCH-SLOT)
           IF CLIENT-KYC-BLOCKED-DATE NUMERIC
                   AND CLIENT-KYC-BLOCKED-DATE > ZERO
               GO TO REVIEW-ONE-CUSTOMER-EXIT
           END-IF

           PERFORM RECORD-NEW-BLOCK
           IF DUE-COUNT > ZERO
                   AND DU-HASH(DUE-COUNT) = CLIENT-HASH
               MOVE "NEW BLOCK" TO DU-STANDING(DUE-COUNT)
           END-IF.

       REVIEW-ONE-CUSTOMER-EXIT.
           EXIT.

      *    THE FIRST RUN TO FIND THE CUSTOMER BLOCKED RECORDS IT --
      *    UNLESS A REFUSED OPENING AT THE COUNTER GOT THERE FIRST.
       RECORD-NEW-BLOCK                                         SECTION.
           MOVE RUN-DATE TO CLIENT-KYC-BLOCKED-DATE
           REWRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not record the block on "
                       CLIENT-HASH ", file status: "
                       CLIENT-MASTER-STATUS
                   GO TO RECORD-NEW-BLOCK-EXIT
           END-REWRITE
           ADD 1 TO TOTAL-NEWLY-BLOCKED

           MOVE CLIENT-KYC-RISK TO KBA-RISK
           MOVE CLIENT-KYC-REVIEW-DATE TO KBA-REVIEW-DATE
           MOVE KYC-DUE-DATE TO KBA-DUE-DATE
           MOVE CLIENT-KYC-BLOCKED-DATE TO KBA-BLOCKED-DATE
           IF KYC-DUE-DATE = ZERO
               MOVE "NEVER REVIEWED, MONTHLY KYC RUN"
                   TO KBA-REASON
           ELSE
               MOVE "REVIEW OVERDUE, MONTHLY KYC RUN"
                   TO KBA-REASON
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "BAT31" TO AUDIT-PROGRAM
           MOVE "KYCBLOCK" TO AUDIT-ACTION
           MOVE CLIENT-HASH TO AUDIT-ACCOUNT-ID
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           MOVE KYC-BLOCK-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL.

       RECORD-NEW-BLOCK-EXIT.
           EXIT.

      *    THE SLOT OF SEEK-BRANCH IN THE BRANCH TABLE, OPENING ONE IN
      *    ITS PLACE IN BRANCH ORDER IF IT IS NOT THERE YET -- ZERO
      *    WHEN THE TABLE IS FULL.
       FIND-BRANCH-SLOT                                         SECTION.
           MOVE ZERO TO BRANCH-SLOT
           PERFORM MATCH-BRANCH-SLOT
               VARYING BRANCH-I FROM 1 BY 1
               UNTIL BRANCH-I > BRANCH-COUNT
                   OR BRANCH-SLOT > ZERO
           IF BRANCH-SLOT > ZERO
               IF BR-CODE(BRANCH-SLOT) = SEEK-BRANCH
                   GO TO FIND-BRANCH-SLOT-EXIT
               END-IF
           ELSE
               COMPUTE BRANCH-SLOT = BRANCH-COUNT + 1
           END-IF

           IF BRANCH-COUNT >= 200
               MOVE ZERO TO BRANCH-SLOT
               GO TO FIND-BRANCH-SLOT-EXIT
           END-IF

           PERFORM SHIFT-ONE-BRANCH
               VARYING BRANCH-J FROM BRANCH-COUNT BY -1
               UNTIL BRANCH-J < BRANCH-SLOT
           ADD 1 TO BRANCH-COUNT
           MOVE SEEK-BRANCH TO BR-CODE(BRANCH-SLOT)
           MOVE ZERO TO BR-OVERDUE(BRANCH-SLOT)
           MOVE ZERO TO BR-BLOCKED(BRANCH-SLOT).

       FIND-BRANCH-SLOT-EXIT.
           EXIT.

      *    THE FIRST ENTRY NOT BELOW THE BRANCH SOUGHT -- EITHER THE
      *    BRANCH ITSELF OR WHERE IT GOES.
       MATCH-BRANCH-SLOT                                        SECTION.
           IF BR-CODE(BRANCH-I) NOT < SEEK-BRANCH
               MOVE BRANCH-I TO BRANCH-SLOT
           END-IF.

       SHIFT-ONE-BRANCH                                         SECTION.
           IF BRANCH-J > ZERO
               MOVE BRANCH-ENTRY(BRANCH-J)
                   TO BRANCH-ENTRY(BRANCH-J + 1)
           END-IF.

      *    ONE BRANCH'S BANNER, ITS CUSTOMERS HIGH RISK FIRST, AND
      *    ITS SUBTOTAL.
       PRINT-ONE-BRANCH                                         SECTION.
           MOVE SPACES TO KYC-REPORT-LINE
           WRITE KYC-REPORT-LINE
           MOVE BR-CODE(BRANCH-I) TO BANNER-BRANCH
           MOVE BRANCH-BANNER-LINE TO KYC-REPORT-LINE
           WRITE KYC-REPORT-LINE
           ADD 2 TO SPOOL-LINE-COUNT
           DISPLAY BRANCH-BANNER-LINE

           PERFORM PRINT-ONE-RISK
               VARYING RISK-I FROM 1 BY 1
               UNTIL RISK-I > 3

           MOVE BR-CODE(BRANCH-I) TO SUB-BRANCH
           MOVE BR-OVERDUE(BRANCH-I) TO SUB-OVERDUE
           MOVE BR-BLOCKED(BRANCH-I) TO SUB-BLOCKED
           MOVE BRANCH-SUBTOTAL-LINE TO KYC-REPORT-LINE
           WRITE KYC-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY BRANCH-SUBTOTAL-LINE.

       PRINT-ONE-RISK                                           SECTION.
           MOVE RISK-ORDER(RISK-I:1) TO PRINT-RISK
           PERFORM PRINT-ONE-DUE-ENTRY
               VARYING DUE-I FROM 1 BY 1
               UNTIL DUE-I > DUE-COUNT.

       PRINT-ONE-DUE-ENTRY                                      SECTION.
           IF DU-BRANCH(DUE-I) NOT = BR-CODE(BRANCH-I)
                   OR DU-RISK(DUE-I) NOT = PRINT-RISK
               GO TO PRINT-ONE-DUE-ENTRY-EXIT
           END-IF

           MOVE DU-HASH(DUE-I) TO RPT-HASH
           MOVE DU-NAME(DUE-I) TO RPT-NAME
           MOVE DU-RISK(DUE-I) TO RPT-RISK
           IF DU-REVIEW-DATE(DUE-I) = ZERO
               MOVE "NEVER" TO RPT-REVIEW-DATE
           ELSE
               MOVE DU-REVIEW-DATE(DUE-I) TO RPT-REVIEW-DATE
           END-IF
           MOVE DU-DUE-DATE(DUE-I) TO RPT-DUE-DATE
           MOVE DU-DAYS-OVERDUE(DUE-I) TO RPT-DAYS-OVERDUE
           MOVE DU-STANDING(DUE-I) TO RPT-STANDING
           MOVE DU-REVIEWER(DUE-I) TO RPT-REVIEWER
           MOVE REPORT-DETAIL-LINE TO KYC-REPORT-LINE
           WRITE KYC-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-DETAIL-LINE.

       PRINT-ONE-DUE-ENTRY-EXIT.
           EXIT.

       WRITE-REPORT-TOTALS                                      SECTION.
           MOVE SPACES TO KYC-REPORT-LINE
           WRITE KYC-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "CUSTOMERS READ:" TO RPT-COUNT-LABEL
           MOVE CUSTOMERS-READ TO RPT-COUNT-VALUE
           PERFORM WRITE-ONE-COUNT-LINE

           MOVE "ACTIVE/INACTIVE CONSIDERED:" TO RPT-COUNT-LABEL
           MOVE CUSTOMERS-CONSIDERED TO RPT-COUNT-VALUE
           PERFORM WRITE-ONE-COUNT-LINE

           MOVE "OVERDUE, IN GRACE PERIOD:" TO RPT-COUNT-LABEL
           MOVE TOTAL-OVERDUE TO RPT-COUNT-VALUE
           PERFORM WRITE-ONE-COUNT-LINE

           MOVE "BLOCKED FROM NEW PRODUCTS:" TO RPT-COUNT-LABEL
           MOVE TOTAL-BLOCKED TO RPT-COUNT-VALUE
           PERFORM WRITE-ONE-COUNT-LINE

           MOVE "  OF WHICH NEWLY BLOCKED:" TO RPT-COUNT-LABEL
           MOVE TOTAL-NEWLY-BLOCKED TO RPT-COUNT-VALUE
           PERFORM WRITE-ONE-COUNT-LINE

           MOVE "NEVER REVIEWED:" TO RPT-COUNT-LABEL
           MOVE TOTAL-NEVER-REVIEWED TO RPT-COUNT-VALUE
           PERFORM WRITE-ONE-COUNT-LINE

           IF ENTRIES-NOT-LISTED > ZERO
               MOVE "NOT LISTED (TABLE FULL):" TO RPT-COUNT-LABEL
               MOVE ENTRIES-NOT-LISTED TO RPT-COUNT-VALUE
               PERFORM WRITE-ONE-COUNT-LINE
           END-IF

           IF BRANCHES-DROPPED > ZERO
               MOVE "LEFT OUT (BRANCH TABLE FULL):" TO RPT-COUNT-LABEL
               MOVE BRANCHES-DROPPED TO RPT-COUNT-VALUE
               PERFORM WRITE-ONE-COUNT-LINE
           END-IF.

       WRITE-ONE-COUNT-LINE                                     SECTION.
           MOVE REPORT-COUNT-LINE TO KYC-REPORT-LINE
           WRITE KYC-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT.

           COPY CLIENTOPN.
           COPY PARMGET.
           COPY CALGET.
           COPY AUDITWRT.
           COPY RPTCWRT.
           COPY KYCGET.
