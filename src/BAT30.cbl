       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         BAT30.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        NIGHTLY SEGREGATION-OF-DUTIES EXCEPTION
      *                    REPORT FOR THE INTERNAL AUDITOR. MAN12 LETS
      *                    A SUPERVISOR SEARCH THE AUDIT TRAIL ONE
      *                    QUESTION AT A TIME; THIS JOB CROSS-READS
      *                    THE DAY'S AUDIT-TRAIL AND ACCOUNT-TXN
      *                    AGAINST OPERATOR-MASTER AND THE ACCOUNT
      *                    HOLDERS ON CLIENT-MASTER/ACCOUNT-MASTER AND
      *                    LISTS EVERY PATTERN OF ABUSE IT FINDS:
      *                    1 AN OPERATOR REVERSED (MAN10) AN ENTRY
      *                      THEY POSTED THEMSELVES;
      *                    2 A SUPERVISOR APPROVED A WITHDRAWAL OR
      *                      TRANSFER OVERRIDE (MAN2/MAN8) ON AN
      *                      ACCOUNT HELD UNDER THEIR OWN CPF;
      *                    3 AN OPERATOR POSTED TO AN ACCOUNT HELD
      *                      UNDER THEIR OWN CPF, AS FIRST OR SECOND
      *                      HOLDER;
      *                    4 AN OPERATOR POSTED TO AN ACCOUNT WHOSE
      *                      HOLDER LIVES AT THE OPERATOR'S OWN HOME
      *                      ADDRESS (SAME STREET AND POSTAL CODE) --
      *                      THE USUAL SIGN OF A RELATIVE'S ACCOUNT;
      *                    5 AN OPERATOR MAINTAINED A CUSTOMER (MAN6
      *                      UPDATE, MAN7 DEACTIVATE/REACTIVATE) AND
      *                      THE SAME DAY TOOK MONEY OUT OF ONE OF
      *                      THAT CUSTOMER'S ACCOUNTS -- THE LEDGER
      *                      CARRIES NO TIME OF DAY, SO THE SAME DAY
      *                      IS THE TEST;
      *                    6 AN OPERATOR NOW DISABLED (MAN11) HAS
      *                      POSTINGS ON THE DAY;
      *                    7 AN OPERATOR'S AUDIT RECORD (THE MAN0
      *                      LOGIN INCLUDED) IS STAMPED BEFORE
      *                      PARM-BRANCH-OPEN-TIME OR AT/AFTER
      *                      PARM-BRANCH-CLOSE-TIME, OR THE DAY IS NOT
      *                      A BUSINESS DAY AT THE OPERATOR'S BRANCH
      *                      -- IN WHICH CASE THEIR POSTINGS ARE
      *                      LISTED TOO;
      *                    8 AN ACTIVE OPERATOR HAS NO CPF ON FILE,
      *                      SO CHECKS 2 TO 4 COULD NOT BE RUN FOR
      *                      THEM -- A SUPERVISOR KEYS IT IN MAN11.
      *                    ONLY ACTIVITY BY IDS ON OPERATOR-MASTER IS
      *                    REVIEWED -- BATCH POSTINGS UNDER "SYSTEM"
      *                    ARE NOBODY'S DUTY TO SEGREGATE. EACH LINE
      *                    NAMES THE OPERATOR(S), THE LEDGER
      *                    SEQUENCE(S) AND THE AUDIT TIMESTAMP AND
      *                    ACTION INVOLVED. THE REPORT IS SPOOLED AS
      *                    SODEXCP AND CATALOGED AS USUAL, BUT MAN16
      *                    WITHHOLDS IT FROM THE BRANCH REPRINT SCREEN
      *                    -- IT NAMES BRANCH STAFF AND GOES TO THE
      *                    INTERNAL AUDITOR ONLY. NOTHING IS CHANGED
      *                    HERE, SO THE JOB MAY BE RUN AGAIN AT WILL.
      *                    RUN AFTER THE DAY'S POSTING IN THE NIGHTLY
      *                    WINDOW -- NOT ON THE MAN0 MENU. THE
      *                    OPERATOR KEYS THE BUSINESS DAY TO REVIEW (0
      *                    FOR TODAY), SO A RUN THAT STARTS AFTER
      *                    MIDNIGHT STILL REVIEWS THE DAY JUST CLOSED.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY ACCTXSEL.
           COPY OPRMSEL.
           COPY AUDITSEL.
           COPY PARMSEL.
           COPY CALSEL.
           SELECT SOD-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOD-REPORT-STATUS.
           COPY RPTCSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENTREC.
       FD  ACCOUNT-MASTER.
           COPY ACCTMREC.
       FD  ACCOUNT-TXN.
           COPY ACCTXREC.
       FD  OPERATOR-MASTER.
           COPY OPRMREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.
       FD  PARAMETER-FILE.
           COPY PARMFD.
       FD  BANK-CALENDAR.
           COPY CALREC.

       FD  SOD-REPORT.
       01  SOD-REPORT-LINE                    PIC X(100).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY ACCTXSTA.
           COPY OPRMSTA.
           COPY AUDITSTA.
           COPY PARMSTA.
           COPY CALSTA.
           COPY PARMREC.
           COPY RPTCSTA.
           COPY OPERSTA.
       77  SOD-REPORT-STATUS                  PIC XX.
           88  SOD-REPORT-OK                    VALUE "00".
       77  REVIEW-DATE                        PIC 9(8).
       77  AUDIT-EOF-SW                       PIC X.
           88  AUDIT-EOF                        VALUE "Y".
      *    EVERY OPERATOR ON FILE, WITH WHAT THE CHECKS WEIGH THEM ON.
       77  OPERATOR-COUNT                     PIC 9(4) VALUE ZERO.
       01  OPERATOR-TABLE.
           02  OPERATOR-ENTRY                OCCURS 0 TO 1000 TIMES
                                   DEPENDING ON OPERATOR-COUNT
                                   INDEXED BY OP-IX.
               03  OP-ID                     PIC X(10).
               03  OP-ACTIVE-SW              PIC X.
                   88  OP-DISABLED             VALUE "D".
               03  OP-BRANCH                 PIC 9(4).
               03  OP-CPF                    PIC 9(11).
               03  OP-STREET                 PIC X(40).
               03  OP-POSTAL-CODE            PIC 9(8).
      *    THE HOLDERS OF EVERY ACCOUNT: EACH CUSTOMER (OWNER OF THEIR
      *    IMPLICIT CLIENT-HASH ACCOUNT) AND EACH PRODUCT ACCOUNT'S
      *    OWNER AND SECOND HOLDER.
       77  CUSTOMER-COUNT                     PIC 9(5) VALUE ZERO.
       01  CUSTOMER-TABLE.
           02  CUSTOMER-ENTRY                OCCURS 0 TO 20000 TIMES
                                   DEPENDING ON CUSTOMER-COUNT
                                   INDEXED BY CU-IX.
               03  CU-HASH                   PIC 9(10).
               03  CU-CPF                    PIC 9(11).
               03  CU-STREET                 PIC X(40).
               03  CU-POSTAL-CODE            PIC 9(8).
       77  PRODUCT-COUNT                      PIC 9(5) VALUE ZERO.
       01  PRODUCT-TABLE.
           02  PRODUCT-ENTRY                 OCCURS 0 TO 30000 TIMES
                                   DEPENDING ON PRODUCT-COUNT
                                   INDEXED BY PA-IX.
               03  PA-NUMBER                 PIC 9(10).
               03  PA-CLIENT-HASH            PIC 9(10).
               03  PA-SECOND-CPF             PIC 9(11).
      *    THE DAY'S CUSTOMER MAINTENANCE (MAN6/MAN7) -- WHO TOUCHED
      *    WHICH CUSTOMER, AND THE TRAIL RECORD THAT SAYS SO.
       77  MAINT-COUNT                        PIC 9(4) VALUE ZERO.
       01  MAINT-TABLE.
           02  MAINT-ENTRY                   OCCURS 0 TO 2000 TIMES
                                   DEPENDING ON MAINT-COUNT
                                   INDEXED BY MT-IX.
               03  MT-OPERATOR               PIC X(10).
               03  MT-CLIENT-HASH            PIC 9(10).
               03  MT-STAMP                  PIC 9(14).
               03  MT-ACTION                 PIC X(10).
      *    THE DAY'S MAN10 REVERSALS, READ OFF THE TRAIL: WHO POSTED
      *    THE REVERSAL AND WHICH ENTRY IT CANCELLED. THE LEDGER PASS
      *    FINDS THE CANCELLED ENTRY'S OWN OPERATOR.
       77  REVERSAL-COUNT                     PIC 9(4) VALUE ZERO.
       01  REVERSAL-TABLE.
           02  REVERSAL-ENTRY                OCCURS 0 TO 2000 TIMES
                                   DEPENDING ON REVERSAL-COUNT
                                   INDEXED BY RV-IX.
               03  RV-OPERATOR               PIC X(10).
               03  RV-ACCOUNT                PIC 9(10).
               03  RV-SEQUENCE               PIC 9(8).
               03  RV-REVERSES               PIC 9(8).
               03  RV-STAMP                  PIC 9(14).
      *    A MAN10 "REVERSAL" TRAIL RECORD CARRIES THE REVERSING
      *    LEDGER ENTRY'S IMAGE AS ITS AFTER-VALUE (ACCTXREC.CPY
      *    LAYOUT); A MAN2/MAN8 "OVRAPPROVE" CARRIES THE POSTED
      *    SEQUENCE AND THE APPROVER (THEIR APPROVE-AUDIT-DETAIL).
       01  REVERSAL-AUDIT-IMAGE.
           02  FILLER                        PIC X(51).
           02  RAI-SEQUENCE                  PIC 9(8).
           02  RAI-REVERSES-SEQUENCE         PIC 9(8).
           02  RAI-OPERATOR-ID               PIC X(10).
           02  FILLER                        PIC X(134).
       01  APPROVAL-AUDIT-IMAGE.
           02  FILLER                        PIC X(04).
           02  AAI-SEQUENCE                  PIC 9(8).
           02  FILLER                        PIC X(33).
           02  AAI-SUPERVISOR                PIC X(10).
           02  FILLER                        PIC X(156).
       01  STAMP-WORK.
           02  STAMP-DATE                    PIC 9(8).
           02  STAMP-HHMM                    PIC 9(4).
           02  STAMP-SECONDS                 PIC 9(2).
      *    THE ANSWERS OF FIND-OPERATOR AND FIND-HOLDERS.
       77  SEEK-OPERATOR-ID                   PIC X(10).
       77  OPERATOR-SLOT                      PIC 9(4).
       77  SEEK-ACCOUNT                       PIC 9(10).
       77  HOLDER-FOUND-SW                    PIC X.
           88  HOLDER-FOUND                     VALUE "Y".
           88  HOLDER-NOT-FOUND                 VALUE "N".
       77  HOLDER-CLIENT-HASH                 PIC 9(10).
       77  HOLDER-CPF                         PIC 9(11).
       77  HOLDER-SECOND-CPF                  PIC 9(11).
       77  HOLDER-STREET                      PIC X(40).
       77  HOLDER-POSTAL-CODE                 PIC 9(8).
       77  SUPERVISOR-SLOT                    PIC 9(4).
      *    THE EXCEPTIONS FOUND, PRINTED CHECK BY CHECK ONCE BOTH
      *    FILES HAVE BEEN READ. THE COUNTS KEEP GOING IF THE TABLE
      *    FILLS, SO THE TOTALS ARE ALWAYS TRUE.
       77  EXCEPTION-COUNT                    PIC 9(4) VALUE ZERO.
       01  EXCEPTION-TABLE.
           02  EXCEPTION-ENTRY               OCCURS 0 TO 5000 TIMES
                                   DEPENDING ON EXCEPTION-COUNT.
               03  EX-CHECK                  PIC 9.
               03  EX-OPERATOR               PIC X(10).
               03  EX-OTHER-OPERATOR         PIC X(10).
               03  EX-ACCOUNT                PIC 9(10).
               03  EX-SEQUENCE               PIC 9(8).
               03  EX-OTHER-SEQUENCE         PIC 9(8).
               03  EX-AUDIT-STAMP            PIC 9(14).
               03  EX-AUDIT-ACTION           PIC X(10).
       77  EXCEPTION-I                        PIC 9(4).
       01  NEW-EXCEPTION.
           02  NEW-CHECK                     PIC 9.
               88  NEW-IS-SELF-REVERSAL        VALUE 1.
               88  NEW-IS-OWN-APPROVAL         VALUE 2.
               88  NEW-IS-OWN-ACCOUNT          VALUE 3.
               88  NEW-IS-SHARED-ADDRESS       VALUE 4.
               88  NEW-IS-MAINT-THEN-DEBIT     VALUE 5.
               88  NEW-IS-DISABLED-POSTING     VALUE 6.
               88  NEW-IS-OUT-OF-HOURS         VALUE 7.
               88  NEW-IS-NO-CPF               VALUE 8.
           02  NEW-OPERATOR                  PIC X(10).
           02  NEW-OTHER-OPERATOR            PIC X(10).
           02  NEW-ACCOUNT                   PIC 9(10).
           02  NEW-SEQUENCE                  PIC 9(8).
           02  NEW-OTHER-SEQUENCE            PIC 9(8).
           02  NEW-AUDIT-STAMP               PIC 9(14).
           02  NEW-AUDIT-ACTION              PIC X(10).
       77  PRINT-CHECK                        PIC 9.
       01  CHECK-TITLES.
           02  FILLER                        PIC X(60) VALUE
               "1 OPERATOR REVERSED THEIR OWN POSTING (MAN10)".
           02  FILLER                        PIC X(60) VALUE
               "2 SUPERVISOR APPROVED AN OVERRIDE ON THEIR OWN ACCOUNT".
           02  FILLER                        PIC X(60) VALUE
               "3 OPERATOR POSTED TO AN ACCOUNT UNDER THEIR OWN CPF".
           02  FILLER                        PIC X(60) VALUE
               "4 OPERATOR POSTED TO AN ACCOUNT AT THEIR HOME ADDRESS".
           02  FILLER                        PIC X(60) VALUE
               "5 CUSTOMER MAINTENANCE THEN A WITHDRAWAL, SAME DAY".
           02  FILLER                        PIC X(60) VALUE
               "6 POSTING BY A DISABLED OPERATOR".
           02  FILLER                        PIC X(60) VALUE
               "7 ACTIVITY OUTSIDE BRANCH HOURS".
           02  FILLER                        PIC X(60) VALUE
               "8 ACTIVE OPERATOR WITH NO CPF ON FILE (CHECKS 2-4)".
       01  CHECK-TITLE-TABLE REDEFINES CHECK-TITLES.
           02  CHECK-TITLE                   PIC X(60) OCCURS 8 TIMES.
       01  CHECK-TOTALS.
           02  CHECK-TOTAL                   PIC 9(6) OCCURS 8 TIMES.
       77  EXCEPTIONS-NOT-LISTED              PIC 9(6) VALUE ZERO.
       77  TABLE-ENTRIES-DROPPED              PIC 9(6) VALUE ZERO.
       77  AUDIT-RECORDS-REVIEWED             PIC 9(8) VALUE ZERO.
       77  LEDGER-SCANNED                     PIC 9(8) VALUE ZERO.
       77  LEDGER-ENTRIES-REVIEWED            PIC 9(8) VALUE ZERO.
       01  REPORT-TITLE-LINE.
           02  FILLER                        PIC X(42) VALUE
               "SEGREGATION-OF-DUTIES EXCEPTIONS, DAY OF".
           02  TITLE-DATE                    PIC 9(8).
           02  FILLER                        PIC X(30) VALUE
               "  -- INTERNAL AUDIT ONLY".
       01  HOURS-NOTE-LINE.
           02  FILLER                        PIC X(15) VALUE
               "BRANCH HOURS: ".
           02  NOTE-OPEN-TIME                PIC 9(4).
           02  FILLER                        PIC X(04) VALUE
               " TO ".
           02  NOTE-CLOSE-TIME               PIC 9(4).
       01  CHECK-BANNER-LINE.
           02  FILLER                        PIC X(06) VALUE
               "===== ".
           02  BANNER-TITLE                  PIC X(60).
           02  FILLER                        PIC X(07) VALUE
               " ===== ".
           02  BANNER-COUNT                  PIC ZZZ,ZZ9.
       01  REPORT-HEADING-LINE.
           02  FILLER                        PIC X(12) VALUE
               "OPERATOR".
           02  FILLER                        PIC X(12) VALUE
               "OTHER OPER".
           02  FILLER                        PIC X(12) VALUE
               "ACCOUNT".
           02  FILLER                        PIC X(10) VALUE
               "ENTRY".
           02  FILLER                        PIC X(10) VALUE
               "2ND ENTRY".
           02  FILLER                        PIC X(16) VALUE
               "AUDIT STAMP".
           02  FILLER                        PIC X(12) VALUE
               "AUDIT ACTN".
       01  REPORT-DETAIL-LINE.
           02  RPT-OPERATOR                  PIC X(10).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-OTHER-OPERATOR            PIC X(10).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-ACCOUNT                   PIC 9(10) BLANK WHEN ZERO.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-SEQUENCE                  PIC Z(7)9 BLANK WHEN ZERO.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-OTHER-SEQUENCE            PIC Z(7)9 BLANK WHEN ZERO.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-AUDIT-STAMP               PIC 9(14) BLANK WHEN ZERO.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-AUDIT-ACTION              PIC X(10).
       01  REPORT-COUNT-LINE.
           02  RPT-COUNT-LABEL               PIC X(32).
           02  RPT-COUNT-VALUE               PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE                                               DIVISION.
       MAIN.
           DISPLAY "---------------------------------------------------"
           DISPLAY " NIGHTLY SEGREGATION-OF-DUTIES EXCEPTIONS"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

      *    THE NIGHTLY WINDOW OFTEN RUNS PAST MIDNIGHT -- THE DAY TO
      *    REVIEW IS KEYED, SAME AS BAT6'S JOURNAL DAY.
           DISPLAY "[?] Business day YYYYMMDD (0 for today):"
           ACCEPT REVIEW-DATE
           IF REVIEW-DATE NOT NUMERIC OR REVIEW-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO REVIEW-DATE
           END-IF
           INITIALIZE CHECK-TOTALS
           PERFORM LOAD-SYSTEM-PARAMETERS

           PERFORM OPEN-OPERATOR-MASTER
           PERFORM LOAD-OPERATORS
           CLOSE OPERATOR-MASTER

           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM LOAD-HOLDERS
           CLOSE CLIENT-MASTER
           CLOSE ACCOUNT-MASTER

           PERFORM REVIEW-AUDIT-TRAIL

           PERFORM OPEN-ACCOUNT-TXN
           PERFORM REVIEW-LEDGER
           CLOSE ACCOUNT-TXN

           MOVE "BAT30" TO SPOOL-PROGRAM-ID
           MOVE "SODEXCP" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT SOD-REPORT
           IF NOT SOD-REPORT-OK
               DISPLAY "[X] Could not open report " SPOOL-FILE-NAME
                   ", file status: " SOD-REPORT-STATUS
               GOBACK
           END-IF

           MOVE REVIEW-DATE TO TITLE-DATE
           MOVE REPORT-TITLE-LINE TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE PARM-BRANCH-OPEN-TIME TO NOTE-OPEN-TIME
           MOVE PARM-BRANCH-CLOSE-TIME TO NOTE-CLOSE-TIME
           MOVE HOURS-NOTE-LINE TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE REPORT-HEADING-LINE TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           ADD 3 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-HEADING-LINE

           PERFORM PRINT-ONE-CHECK
               VARYING PRINT-CHECK FROM 1 BY 1
               UNTIL PRINT-CHECK > 8

           PERFORM WRITE-REPORT-TOTALS
           CLOSE SOD-REPORT
           PERFORM CATALOG-SPOOL-FILE

           DISPLAY ""
           DISPLAY "[!] Operators on file: " OPERATOR-COUNT
           DISPLAY "[!] Audit records reviewed: "
               AUDIT-RECORDS-REVIEWED
           DISPLAY "[!] Ledger entries reviewed: "
               LEDGER-ENTRIES-REVIEWED
           PERFORM DISPLAY-ONE-CHECK-TOTAL
               VARYING PRINT-CHECK FROM 1 BY 1
               UNTIL PRINT-CHECK > 8
           IF EXCEPTIONS-NOT-LISTED > ZERO
               DISPLAY "[X] Exceptions counted but not listed, table "
                   "full: " EXCEPTIONS-NOT-LISTED
           END-IF
           IF TABLE-ENTRIES-DROPPED > ZERO
               DISPLAY "[X] Left out, tables full: "
                   TABLE-ENTRIES-DROPPED " records"
           END-IF
           DISPLAY "[!] Report written to " SPOOL-FILE-NAME
           GOBACK.

      *    EVERY OPERATOR, ACTIVE OR NOT. AN ACTIVE ONE WITH NO CPF ON
      *    FILE IS AN EXCEPTION IN ITSELF (CHECK 8).
       LOAD-OPERATORS                                           SECTION.
           MOVE 1 TO OPERATOR-MASTER-KEY
           START OPERATOR-MASTER
                   KEY IS NOT LESS THAN OPERATOR-MASTER-KEY
               INVALID KEY
                   SET OPERATOR-MASTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET OPERATOR-MASTER-OK TO TRUE
           END-START
           PERFORM UNTIL OPERATOR-MASTER-NOT-FOUND
               READ OPERATOR-MASTER NEXT RECORD
                   AT END
                       SET OPERATOR-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-OPERATOR
               END-READ
           END-PERFORM.

       LOAD-ONE-OPERATOR                                        SECTION.
           IF OPERATOR-COUNT >= 1000
               ADD 1 TO TABLE-ENTRIES-DROPPED
               GO TO LOAD-ONE-OPERATOR-EXIT
           END-IF

           ADD 1 TO OPERATOR-COUNT
           MOVE OPERATOR-ID TO OP-ID(OPERATOR-COUNT)
           MOVE OPERATOR-ACTIVE-SW TO OP-ACTIVE-SW(OPERATOR-COUNT)
           MOVE OPERATOR-BRANCH-CODE TO OP-BRANCH(OPERATOR-COUNT)
           IF OPERATOR-BRANCH-CODE NOT NUMERIC
               MOVE ZERO TO OP-BRANCH(OPERATOR-COUNT)
           END-IF
           MOVE OPERATOR-CPF TO OP-CPF(OPERATOR-COUNT)
           IF OPERATOR-CPF NOT NUMERIC
               MOVE ZERO TO OP-CPF(OPERATOR-COUNT)
           END-IF
           MOVE FUNCTION UPPER-CASE(OPERATOR-STREET)
               TO OP-STREET(OPERATOR-COUNT)
           MOVE OPERATOR-POSTAL-CODE TO OP-POSTAL-CODE(OPERATOR-COUNT)
           IF OPERATOR-POSTAL-CODE NOT NUMERIC
               MOVE ZERO TO OP-POSTAL-CODE(OPERATOR-COUNT)
           END-IF

           IF OP-CPF(OPERATOR-COUNT) = ZERO
                   AND NOT OP-DISABLED(OPERATOR-COUNT)
               INITIALIZE NEW-EXCEPTION
               SET NEW-IS-NO-CPF TO TRUE
               MOVE OPERATOR-ID TO NEW-OPERATOR
               PERFORM RECORD-EXCEPTION
           END-IF.

       LOAD-ONE-OPERATOR-EXIT.
           EXIT.

      *    EVERY CUSTOMER AND EVERY PRODUCT ACCOUNT, FOR FIND-HOLDERS.
       LOAD-HOLDERS                                             SECTION.
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
                       PERFORM LOAD-ONE-CUSTOMER
               END-READ
           END-PERFORM

           MOVE 1 TO ACCOUNT-MASTER-KEY
           START ACCOUNT-MASTER
                   KEY IS NOT LESS THAN ACCOUNT-MASTER-KEY
               INVALID KEY
                   SET ACCOUNT-MASTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-MASTER-OK TO TRUE
           END-START
           PERFORM UNTIL ACCOUNT-MASTER-NOT-FOUND
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET ACCOUNT-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-PRODUCT
               END-READ
           END-PERFORM.

       LOAD-ONE-CUSTOMER                                        SECTION.
           IF CUSTOMER-COUNT >= 20000
               ADD 1 TO TABLE-ENTRIES-DROPPED
           ELSE
               ADD 1 TO CUSTOMER-COUNT
               MOVE CLIENT-HASH TO CU-HASH(CUSTOMER-COUNT)
               MOVE CLIENT-CPF TO CU-CPF(CUSTOMER-COUNT)
               MOVE FUNCTION UPPER-CASE(CLIENT-STREET)
                   TO CU-STREET(CUSTOMER-COUNT)
               MOVE CLIENT-POSTAL-CODE TO CU-POSTAL-CODE(CUSTOMER-COUNT)
               IF CLIENT-POSTAL-CODE NOT NUMERIC
                   MOVE ZERO TO CU-POSTAL-CODE(CUSTOMER-COUNT)
               END-IF
           END-IF.

       LOAD-ONE-PRODUCT                                         SECTION.
           IF PRODUCT-COUNT >= 30000
               ADD 1 TO TABLE-ENTRIES-DROPPED
           ELSE
               ADD 1 TO PRODUCT-COUNT
               MOVE ACCT-NUMBER TO PA-NUMBER(PRODUCT-COUNT)
               MOVE ACCT-CLIENT-HASH TO PA-CLIENT-HASH(PRODUCT-COUNT)
               MOVE ZERO TO PA-SECOND-CPF(PRODUCT-COUNT)
               IF ACCT-SECOND-HOLDER-CPF NUMERIC
                   MOVE ACCT-SECOND-HOLDER-CPF
                       TO PA-SECOND-CPF(PRODUCT-COUNT)
               END-IF
           END-IF.

      *    ONE PASS OF THE TRAIL, LOOKING ONLY AT THE REVIEW DAY'S
      *    RECORDS BY OPERATORS ON FILE: OUT-OF-HOURS STAMPS AND
      *    SELF-APPROVED OVERRIDES ARE REPORTED ON THE SPOT; CUSTOMER
      *    MAINTENANCE AND REVERSALS ARE KEPT FOR THE LEDGER PASS.
       REVIEW-AUDIT-TRAIL                                       SECTION.
           OPEN INPUT AUDIT-TRAIL
           IF AUDIT-TRAIL-MISSING
               DISPLAY "[!] No audit trail on file yet."
               GO TO REVIEW-AUDIT-TRAIL-EXIT
           END-IF

           MOVE "N" TO AUDIT-EOF-SW
           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-TRAIL
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM REVIEW-ONE-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-TRAIL.

       REVIEW-AUDIT-TRAIL-EXIT.
           EXIT.

       REVIEW-ONE-AUDIT-RECORD                                  SECTION.
           MOVE AUDIT-TIMESTAMP TO STAMP-WORK
           IF STAMP-DATE NOT = REVIEW-DATE
               GO TO REVIEW-ONE-AUDIT-RECORD-EXIT
           END-IF
           MOVE AUDIT-OPERATOR-ID TO SEEK-OPERATOR-ID
           PERFORM FIND-OPERATOR
           IF OPERATOR-SLOT = ZERO
               GO TO REVIEW-ONE-AUDIT-RECORD-EXIT
           END-IF
           ADD 1 TO AUDIT-RECORDS-REVIEWED

           MOVE REVIEW-DATE TO CAL-CHECK-DATE
           MOVE OP-BRANCH(OPERATOR-SLOT) TO CAL-CHECK-BRANCH
           PERFORM CHECK-BUSINESS-DAY
           IF STAMP-HHMM < PARM-BRANCH-OPEN-TIME
                   OR STAMP-HHMM NOT < PARM-BRANCH-CLOSE-TIME
                   OR CAL-IS-NOT-BUSINESS-DAY
               INITIALIZE NEW-EXCEPTION
               SET NEW-IS-OUT-OF-HOURS TO TRUE
               MOVE AUDIT-OPERATOR-ID TO NEW-OPERATOR
               MOVE AUDIT-ACCOUNT-ID TO NEW-ACCOUNT
               MOVE AUDIT-TIMESTAMP TO NEW-AUDIT-STAMP
               MOVE AUDIT-ACTION TO NEW-AUDIT-ACTION
               PERFORM RECORD-EXCEPTION
           END-IF

           EVALUATE TRUE
               WHEN AUDIT-PROGRAM = "MAN6" OR AUDIT-PROGRAM = "MAN7"
                   PERFORM KEEP-MAINTENANCE
               WHEN AUDIT-PROGRAM = "MAN10"
                       AND AUDIT-ACTION = "REVERSAL"
                   PERFORM KEEP-REVERSAL
               WHEN AUDIT-ACTION = "OVRAPPROVE"
                   PERFORM CHECK-OVERRIDE-APPROVAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REVIEW-ONE-AUDIT-RECORD-EXIT.
           EXIT.

       KEEP-MAINTENANCE                                         SECTION.
           IF MAINT-COUNT >= 2000
               ADD 1 TO TABLE-ENTRIES-DROPPED
           ELSE
               ADD 1 TO MAINT-COUNT
               MOVE AUDIT-OPERATOR-ID TO MT-OPERATOR(MAINT-COUNT)
               MOVE AUDIT-ACCOUNT-ID TO MT-CLIENT-HASH(MAINT-COUNT)
               MOVE AUDIT-TIMESTAMP TO MT-STAMP(MAINT-COUNT)
               MOVE AUDIT-ACTION TO MT-ACTION(MAINT-COUNT)
           END-IF.

       KEEP-REVERSAL                                            SECTION.
           MOVE AUDIT-AFTER-VALUE TO REVERSAL-AUDIT-IMAGE
           IF RAI-REVERSES-SEQUENCE NOT NUMERIC
                   OR RAI-REVERSES-SEQUENCE = ZERO
               GO TO KEEP-REVERSAL-EXIT
           END-IF
           IF REVERSAL-COUNT >= 2000
               ADD 1 TO TABLE-ENTRIES-DROPPED
               GO TO KEEP-REVERSAL-EXIT
           END-IF
           ADD 1 TO REVERSAL-COUNT
           MOVE AUDIT-OPERATOR-ID TO RV-OPERATOR(REVERSAL-COUNT)
           MOVE AUDIT-ACCOUNT-ID TO RV-ACCOUNT(REVERSAL-COUNT)
           MOVE RAI-SEQUENCE TO RV-SEQUENCE(REVERSAL-COUNT)
           MOVE RAI-REVERSES-SEQUENCE TO RV-REVERSES(REVERSAL-COUNT)
           MOVE AUDIT-TIMESTAMP TO RV-STAMP(REVERSAL-COUNT).

       KEEP-REVERSAL-EXIT.
           EXIT.

      *    THE APPROVER IS NEVER THE TELLER (MAN2/MAN8 REFUSE THAT),
      *    BUT NOTHING STOPS A SUPERVISOR APPROVING MONEY OUT OF THEIR
      *    OWN ACCOUNT AT A COLLEAGUE'S TERMINAL.
       CHECK-OVERRIDE-APPROVAL                                  SECTION.
           MOVE AUDIT-AFTER-VALUE TO APPROVAL-AUDIT-IMAGE
           MOVE OPERATOR-SLOT TO SUPERVISOR-SLOT
           MOVE AAI-SUPERVISOR TO SEEK-OPERATOR-ID
           PERFORM FIND-OPERATOR
           IF OPERATOR-SLOT = ZERO
               GO TO CHECK-OVERRIDE-APPROVAL-EXIT
           END-IF
           IF OP-CPF(OPERATOR-SLOT) = ZERO
               GO TO CHECK-OVERRIDE-APPROVAL-EXIT
           END-IF

           MOVE AUDIT-ACCOUNT-ID TO SEEK-ACCOUNT
           PERFORM FIND-HOLDERS
           IF HOLDER-NOT-FOUND
               GO TO CHECK-OVERRIDE-APPROVAL-EXIT
           END-IF
           IF HOLDER-CPF = OP-CPF(OPERATOR-SLOT)
                   OR HOLDER-SECOND-CPF = OP-CPF(OPERATOR-SLOT)
               INITIALIZE NEW-EXCEPTION
               SET NEW-IS-OWN-APPROVAL TO TRUE
               MOVE AAI-SUPERVISOR TO NEW-OPERATOR
               MOVE AUDIT-OPERATOR-ID TO NEW-OTHER-OPERATOR
               MOVE AUDIT-ACCOUNT-ID TO NEW-ACCOUNT
               IF AAI-SEQUENCE NUMERIC
                   MOVE AAI-SEQUENCE TO NEW-SEQUENCE
               END-IF
               MOVE AUDIT-TIMESTAMP TO NEW-AUDIT-STAMP
               MOVE AUDIT-ACTION TO NEW-AUDIT-ACTION
               PERFORM RECORD-EXCEPTION
           END-IF.

       CHECK-OVERRIDE-APPROVAL-EXIT.
           MOVE SUPERVISOR-SLOT TO OPERATOR-SLOT.

      *    ONE PASS OF THE LEDGER. ANY ENTRY, WHATEVER ITS DATE, MAY
      *    BE ONE THE DAY'S REVERSALS CANCELLED; THE REVIEW DAY'S OWN
      *    ENTRIES BY OPERATORS ON FILE GO THROUGH CHECKS 3 TO 7.
       REVIEW-LEDGER                                            SECTION.
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
                       PERFORM REVIEW-ONE-LEDGER-ENTRY
               END-READ
           END-PERFORM.

       REVIEW-ONE-LEDGER-ENTRY                                  SECTION.
           IF REVERSAL-COUNT > ZERO
               PERFORM CHECK-SELF-REVERSAL
           END-IF

           IF TXN-DATE NOT = REVIEW-DATE
               GO TO REVIEW-ONE-LEDGER-ENTRY-EXIT
           END-IF
           MOVE TXN-OPERATOR-ID TO SEEK-OPERATOR-ID
           PERFORM FIND-OPERATOR
           IF OPERATOR-SLOT = ZERO
               GO TO REVIEW-ONE-LEDGER-ENTRY-EXIT
           END-IF
           ADD 1 TO LEDGER-ENTRIES-REVIEWED

           INITIALIZE NEW-EXCEPTION
           MOVE TXN-OPERATOR-ID TO NEW-OPERATOR
           MOVE TXN-ACCOUNT-HASH TO NEW-ACCOUNT
           MOVE TXN-SEQUENCE TO NEW-SEQUENCE

           IF OP-DISABLED(OPERATOR-SLOT)
               SET NEW-IS-DISABLED-POSTING TO TRUE
               PERFORM RECORD-EXCEPTION
           END-IF

           MOVE REVIEW-DATE TO CAL-CHECK-DATE
           MOVE OP-BRANCH(OPERATOR-SLOT) TO CAL-CHECK-BRANCH
           PERFORM CHECK-BUSINESS-DAY
           IF CAL-IS-NOT-BUSINESS-DAY
               SET NEW-IS-OUT-OF-HOURS TO TRUE
               PERFORM RECORD-EXCEPTION
           END-IF

           MOVE TXN-ACCOUNT-HASH TO SEEK-ACCOUNT
           PERFORM FIND-HOLDERS
           IF HOLDER-NOT-FOUND
               GO TO REVIEW-ONE-LEDGER-ENTRY-EXIT
           END-IF

           IF OP-CPF(OPERATOR-SLOT) > ZERO
               PERFORM CHECK-OWN-ACCOUNT
           END-IF

           IF TXN-IS-WITHDRAWAL OR TXN-IS-TRANSFER-OUT
                   OR TXN-IS-PIX-OUT OR TXN-IS-BILL-PAYMENT
                   OR TXN-IS-CLOSURE-PAYOUT OR TXN-IS-CHEQUE
               PERFORM CHECK-MAINTENANCE-THEN-DEBIT
           END-IF.

       REVIEW-ONE-LEDGER-ENTRY-EXIT.
           EXIT.

      *    THE ENTRY IN THE FD IS ONE A REVERSAL CANCELLED IF ITS
      *    SEQUENCE IS IN THE REVERSAL TABLE; IT IS AN EXCEPTION WHEN
      *    IT WAS POSTED BY THE SAME OPERATOR WHO REVERSED IT.
       CHECK-SELF-REVERSAL                                      SECTION.
           SET RV-IX TO 1
           SEARCH REVERSAL-ENTRY
               AT END
                   CONTINUE
               WHEN RV-REVERSES(RV-IX) = TXN-SEQUENCE
                   IF RV-OPERATOR(RV-IX) = TXN-OPERATOR-ID
                       INITIALIZE NEW-EXCEPTION
                       SET NEW-IS-SELF-REVERSAL TO TRUE
                       MOVE TXN-OPERATOR-ID TO NEW-OPERATOR
                       MOVE RV-ACCOUNT(RV-IX) TO NEW-ACCOUNT
                       MOVE RV-SEQUENCE(RV-IX) TO NEW-SEQUENCE
                       MOVE TXN-SEQUENCE TO NEW-OTHER-SEQUENCE
                       MOVE RV-STAMP(RV-IX) TO NEW-AUDIT-STAMP
                       MOVE "REVERSAL" TO NEW-AUDIT-ACTION
                       PERFORM RECORD-EXCEPTION
                   END-IF
           END-SEARCH.

      *    THE OPERATOR'S OWN CPF AS EITHER HOLDER, OR FAILING THAT
      *    THE OPERATOR'S HOME STREET AND POSTAL CODE ON THE OWNER.
      *    NEW-EXCEPTION STILL HOLDS THE ENTRY'S OPERATOR, ACCOUNT
      *    AND SEQUENCE.
       CHECK-OWN-ACCOUNT                                        SECTION.
           IF HOLDER-CPF = OP-CPF(OPERATOR-SLOT)
                   OR HOLDER-SECOND-CPF = OP-CPF(OPERATOR-SLOT)
               SET NEW-IS-OWN-ACCOUNT TO TRUE
               PERFORM RECORD-EXCEPTION
               GO TO CHECK-OWN-ACCOUNT-EXIT
           END-IF

           IF OP-POSTAL-CODE(OPERATOR-SLOT) = ZERO
                   OR OP-STREET(OPERATOR-SLOT) = SPACES
               GO TO CHECK-OWN-ACCOUNT-EXIT
           END-IF
           IF HOLDER-POSTAL-CODE = OP-POSTAL-CODE(OPERATOR-SLOT)
                   AND HOLDER-STREET = OP-STREET(OPERATOR-SLOT)
               SET NEW-IS-SHARED-ADDRESS TO TRUE
               PERFORM RECORD-EXCEPTION
           END-IF.

       CHECK-OWN-ACCOUNT-EXIT.
           EXIT.

      *    MONEY OUT OF THE ACCOUNT BY AN OPERATOR WHO MAINTAINED ITS
      *    OWNER EARLIER THE SAME DAY. THE FIRST SUCH MAINTENANCE
      *    RECORD IS THE ONE CITED.
       CHECK-MAINTENANCE-THEN-DEBIT                             SECTION.
           IF MAINT-COUNT = ZERO
               GO TO CHECK-MAINTENANCE-THEN-DEBIT-EXIT
           END-IF
           SET MT-IX TO 1
           SEARCH MAINT-ENTRY
               AT END
                   CONTINUE
               WHEN MT-OPERATOR(MT-IX) = TXN-OPERATOR-ID
                       AND MT-CLIENT-HASH(MT-IX) = HOLDER-CLIENT-HASH
                   SET NEW-IS-MAINT-THEN-DEBIT TO TRUE
                   MOVE MT-STAMP(MT-IX) TO NEW-AUDIT-STAMP
                   MOVE MT-ACTION(MT-IX) TO NEW-AUDIT-ACTION
                   PERFORM RECORD-EXCEPTION
           END-SEARCH.

       CHECK-MAINTENANCE-THEN-DEBIT-EXIT.
           EXIT.

      *    SEEK-OPERATOR-ID IN THE OPERATOR TABLE; OPERATOR-SLOT ZERO
      *    IF NOT.
       FIND-OPERATOR                                            SECTION.
           MOVE ZERO TO OPERATOR-SLOT
           IF OPERATOR-COUNT > ZERO
               SET OP-IX TO 1
               SEARCH OPERATOR-ENTRY
                   AT END
                       CONTINUE
                   WHEN OP-ID(OP-IX) = SEEK-OPERATOR-ID
                       SET OPERATOR-SLOT TO OP-IX
               END-SEARCH
           END-IF.

      *    THE HOLDERS OF SEEK-ACCOUNT, SAME RULE AS ACCTMFND'S
      *    RESOLVE-ACCOUNT: A PRODUCT ACCOUNT'S OWNER (AND SECOND
      *    HOLDER), ELSE THE CUSTOMER WHOSE CLIENT-HASH IT IS.
       FIND-HOLDERS                                             SECTION.
           SET HOLDER-NOT-FOUND TO TRUE
           MOVE SEEK-ACCOUNT TO HOLDER-CLIENT-HASH
           MOVE ZERO TO HOLDER-SECOND-CPF
           IF PRODUCT-COUNT > ZERO
               SET PA-IX TO 1
               SEARCH PRODUCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN PA-NUMBER(PA-IX) = SEEK-ACCOUNT
                       MOVE PA-CLIENT-HASH(PA-IX) TO HOLDER-CLIENT-HASH
                       MOVE PA-SECOND-CPF(PA-IX) TO HOLDER-SECOND-CPF
               END-SEARCH
           END-IF

           IF CUSTOMER-COUNT > ZERO
               SET CU-IX TO 1
               SEARCH CUSTOMER-ENTRY
                   AT END
                       CONTINUE
                   WHEN CU-HASH(CU-IX) = HOLDER-CLIENT-HASH
                       SET HOLDER-FOUND TO TRUE
                       MOVE CU-CPF(CU-IX) TO HOLDER-CPF
                       MOVE CU-STREET(CU-IX) TO HOLDER-STREET
                       MOVE CU-POSTAL-CODE(CU-IX) TO HOLDER-POSTAL-CODE
               END-SEARCH
           END-IF.

      *    COUNT THE EXCEPTION IN NEW-EXCEPTION UNDER ITS CHECK AND
      *    KEEP IT FOR THE REPORT WHILE THE TABLE HAS ROOM.
       RECORD-EXCEPTION                                         SECTION.
           ADD 1 TO CHECK-TOTAL(NEW-CHECK)
           IF EXCEPTION-COUNT >= 5000
               ADD 1 TO EXCEPTIONS-NOT-LISTED
           ELSE
               ADD 1 TO EXCEPTION-COUNT
               MOVE NEW-CHECK TO EX-CHECK(EXCEPTION-COUNT)
               MOVE NEW-OPERATOR TO EX-OPERATOR(EXCEPTION-COUNT)
               MOVE NEW-OTHER-OPERATOR
                   TO EX-OTHER-OPERATOR(EXCEPTION-COUNT)
               MOVE NEW-ACCOUNT TO EX-ACCOUNT(EXCEPTION-COUNT)
               MOVE NEW-SEQUENCE TO EX-SEQUENCE(EXCEPTION-COUNT)
               MOVE NEW-OTHER-SEQUENCE
                   TO EX-OTHER-SEQUENCE(EXCEPTION-COUNT)
               MOVE NEW-AUDIT-STAMP TO EX-AUDIT-STAMP(EXCEPTION-COUNT)
               MOVE NEW-AUDIT-ACTION
                   TO EX-AUDIT-ACTION(EXCEPTION-COUNT)
           END-IF.

      *    ONE CHECK'S BANNER AND EXCEPTIONS, IN THE ORDER FOUND.
       PRINT-ONE-CHECK                                          SECTION.
           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE CHECK-TITLE(PRINT-CHECK) TO BANNER-TITLE
           MOVE CHECK-TOTAL(PRINT-CHECK) TO BANNER-COUNT
           MOVE CHECK-BANNER-LINE TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           ADD 2 TO SPOOL-LINE-COUNT
           DISPLAY CHECK-BANNER-LINE

           PERFORM PRINT-ONE-EXCEPTION
               VARYING EXCEPTION-I FROM 1 BY 1
               UNTIL EXCEPTION-I > EXCEPTION-COUNT.

       PRINT-ONE-EXCEPTION                                      SECTION.
           IF EX-CHECK(EXCEPTION-I) NOT = PRINT-CHECK
               GO TO PRINT-ONE-EXCEPTION-EXIT
           END-IF

           MOVE EX-OPERATOR(EXCEPTION-I) TO RPT-OPERATOR
           MOVE EX-OTHER-OPERATOR(EXCEPTION-I) TO RPT-OTHER-OPERATOR
           MOVE EX-ACCOUNT(EXCEPTION-I) TO RPT-ACCOUNT
           MOVE EX-SEQUENCE(EXCEPTION-I) TO RPT-SEQUENCE
           MOVE EX-OTHER-SEQUENCE(EXCEPTION-I) TO RPT-OTHER-SEQUENCE
           MOVE EX-AUDIT-STAMP(EXCEPTION-I) TO RPT-AUDIT-STAMP
           MOVE EX-AUDIT-ACTION(EXCEPTION-I) TO RPT-AUDIT-ACTION
           MOVE REPORT-DETAIL-LINE TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-DETAIL-LINE.

       PRINT-ONE-EXCEPTION-EXIT.
           EXIT.

       DISPLAY-ONE-CHECK-TOTAL                                  SECTION.
           DISPLAY "[!] Check " CHECK-TITLE(PRINT-CHECK)(1:1) ": "
               CHECK-TOTAL(PRINT-CHECK).

       WRITE-REPORT-TOTALS                                      SECTION.
           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "OPERATORS ON FILE:" TO RPT-COUNT-LABEL
           MOVE OPERATOR-COUNT TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "AUDIT RECORDS REVIEWED:" TO RPT-COUNT-LABEL
           MOVE AUDIT-RECORDS-REVIEWED TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "LEDGER RECORDS SCANNED:" TO RPT-COUNT-LABEL
           MOVE LEDGER-SCANNED TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "LEDGER ENTRIES REVIEWED:" TO RPT-COUNT-LABEL
           MOVE LEDGER-ENTRIES-REVIEWED TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           IF EXCEPTIONS-NOT-LISTED > ZERO
               MOVE "NOT LISTED (TABLE FULL):" TO RPT-COUNT-LABEL
               MOVE EXCEPTIONS-NOT-LISTED TO RPT-COUNT-VALUE
               MOVE REPORT-COUNT-LINE TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF

           IF TABLE-ENTRIES-DROPPED > ZERO
               MOVE "LEFT OUT (TABLES FULL):" TO RPT-COUNT-LABEL
               MOVE TABLE-ENTRIES-DROPPED TO RPT-COUNT-VALUE
               MOVE REPORT-COUNT-LINE TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF.

           COPY CLIENTOPN.
           COPY ACCTMOPN.
           COPY ACCTXOPN.
           COPY OPRMOPN.
           COPY PARMGET.
           COPY CALGET.
           COPY RPTCWRT.
