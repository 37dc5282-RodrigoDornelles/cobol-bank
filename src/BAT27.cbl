       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         BAT27.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        CUSTOMER PROFITABILITY FOR A CLOSED MONTH.
      *                    ROLLS THE MONTH'S LEDGER UP PER CUSTOMER
      *                    (ONE CLIENT-MASTER RECORD, ONE CPF) ACROSS
      *                    THEIR IMPLICIT ACCOUNT AND EVERY PRODUCT
      *                    ACCOUNT THEY OWN -- A JOINT ACCOUNT COUNTS
      *                    FOR ITS PRIMARY HOLDER ONLY, SO NOTHING IS
      *                    COUNTED TWICE. REVENUE IS THE "M" SERVICE
      *                    CHARGES, THE "O" DEBIT INTEREST (LESS ANY
      *                    "2" REFUNDING IT) AND THE
      *                    INTEREST PART OF EACH "P" INSTALLMENT (THE
      *                    LOAN'S SCHEDULED INTEREST OVER ITS SCHEDULED
      *                    TOTAL, SO A PARTIAL COLLECTION CARRIES ITS
      *                    SHARE TOO); COST IS THE "I" INTEREST CREDITS
      *                    (LESS ANY "1" TAKING THEM BACK)
      *                    AND THE EARNINGS IN EACH "L" TERM PAYOUT
      *                    (THE PAYOUT LESS THE CERTIFICATE'S
      *                    PRINCIPAL). AVERAGE BALANCES COME FROM THE
      *                    MONTH'S BAT26 SNAPSHOTS, SO BAT26 RUNS
      *                    FIRST. CUSTOMERS ARE RANKED BY NET
      *                    CONTRIBUTION WITHIN CLIENT-BRANCH-CODE,
      *                    FOLLOWED BY A BRANCH SUMMARY PAGE; SPOOLED
      *                    AS PROFIT. THE SAME FIGURES GO TO
      *                    data/PROFIT.CSV FOR THE CRM TEAM, BESIDE
      *                    BAT1'S CLIENTS.CSV AND LIKE IT LEAVING OUT
      *                    CUSTOMERS ANONYMIZED BY BAT24. A READ-ONLY
      *                    REPORT, SO IT MAY BE RUN AGAIN AT WILL. RUN
      *                    STANDALONE -- NOT ON THE MAN0 MENU.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY ACCTXSEL.
           COPY LOANSEL.
           COPY TDPSEL.
           COPY SNPSEL.
           SELECT PROFIT-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFIT-REPORT-STATUS.
           SELECT PROFIT-CSV
               ASSIGN TO "data/PROFIT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFIT-CSV-STATUS.
           COPY RPTCSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENTREC.
       FD  ACCOUNT-MASTER.
           COPY ACCTMREC.
       FD  ACCOUNT-TXN.
           COPY ACCTXREC.
       FD  LOAN-MASTER.
           COPY LOANREC.
       FD  TERM-DEPOSIT.
           COPY TDPREC.
       FD  BALANCE-SNAPSHOT.
           COPY SNPREC.

       FD  PROFIT-REPORT.
       01  PROFIT-REPORT-LINE                 PIC X(100).

       FD  PROFIT-CSV.
       01  PROFIT-CSV-LINE                    PIC X(240).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY ACCTXSTA.
           COPY LOANSTA.
           COPY TDPSTA.
           COPY SNPSTA.
           COPY RPTCSTA.
           COPY OPERSTA.
       77  PROFIT-REPORT-STATUS               PIC XX.
       77  PROFIT-CSV-STATUS                  PIC XX.
       77  TODAY-YYYYMMDD                     PIC 9(8).
      *    THE MONTH REPORTED, KEYED AS YYYYMM, AND ITS FIRST AND LAST
      *    DAYS (SAME DERIVATION AS BAT26).
       77  PROFIT-MONTH                       PIC 9(6).
       77  MONTH-START-DATE                   PIC 9(8).
       77  MONTH-END-DATE                     PIC 9(8).
       77  NEXT-MONTH-DATE                    PIC 9(8).
       77  LEDGER-SCANNED                     PIC 9(8) VALUE ZERO.
       77  ENTRIES-TAKEN                      PIC 9(8) VALUE ZERO.
       77  ENTRIES-UNMATCHED                  PIC 9(6) VALUE ZERO.
       77  SNAPSHOTS-TAKEN                    PIC 9(6) VALUE ZERO.
       77  CUSTOMERS-DROPPED                  PIC 9(6) VALUE ZERO.
       77  ACCOUNTS-DROPPED                   PIC 9(6) VALUE ZERO.
       77  CUSTOMERS-QUIET                    PIC 9(6) VALUE ZERO.
       77  CUSTOMERS-EXPORTED                 PIC 9(6) VALUE ZERO.
      *    ONE ROW PER CUSTOMER ON THE MASTER, CARRYING THE MONTH'S
      *    FIGURES AS THE LEDGER AND THE SNAPSHOTS GO PAST.
       77  CUSTOMER-COUNT                     PIC 9(5) VALUE ZERO.
       01  PROFIT-CUSTOMER-TABLE.
           02  PROFIT-CUSTOMER               OCCURS 0 TO 20000 TIMES
                                   DEPENDING ON CUSTOMER-COUNT
                                   INDEXED BY PC-IX.
               03  PC-HASH                   PIC 9(10).
               03  PC-CPF                    PIC 9(11).
               03  PC-NAME                   PIC X(32).
               03  PC-BRANCH                 PIC 9(4).
               03  PC-ACCOUNTS               PIC 9(3).
               03  PC-FEES                   PIC S9(9)V99.
               03  PC-DEBIT-INTEREST         PIC S9(9)V99.
               03  PC-LOAN-INTEREST          PIC S9(9)V99.
               03  PC-CREDIT-INTEREST        PIC S9(9)V99.
               03  PC-TERM-EARNINGS          PIC S9(9)V99.
               03  PC-REVENUE                PIC S9(9)V99.
               03  PC-COST                   PIC S9(9)V99.
               03  PC-NET                    PIC S9(9)V99.
               03  PC-AVERAGE-BALANCE        PIC S9(9)V99.
      *    EVERY ACCOUNT A CUSTOMER OWNS, POINTING AT THEIR ROW ABOVE.
       77  OWNED-COUNT                        PIC 9(5) VALUE ZERO.
       01  OWNED-ACCOUNT-TABLE.
           02  OWNED-ACCOUNT                 OCCURS 0 TO 30000 TIMES
                                   DEPENDING ON OWNED-COUNT
                                   INDEXED BY OA-IX.
               03  OA-ACCOUNT                PIC 9(10).
               03  OA-SLOT                   PIC 9(5).
      *    THE CUSTOMERS WITH SOMETHING TO SHOW, KEPT IN PRINT ORDER:
      *    BRANCH LOW TO HIGH, THEN NET CONTRIBUTION HIGH TO LOW.
       77  RANK-COUNT                         PIC 9(5) VALUE ZERO.
       01  RANK-TABLE.
           02  RANK-SLOT                     OCCURS 0 TO 20000 TIMES
                                   DEPENDING ON RANK-COUNT
                                             PIC 9(5).
       77  RANK-I                             PIC 9(5).
       77  RANK-SHIFT-SW                      PIC X.
           88  RANK-KEEP-SHIFTING              VALUE "Y".
           88  RANK-STOP-SHIFTING              VALUE "N".
       77  PRIOR-SLOT                         PIC 9(5).
      *    ONE ROW PER BRANCH, FILLED AS THE RANKING PRINTS, FOR THE
      *    SUMMARY PAGE.
       77  BRANCH-COUNT                       PIC 9(5) VALUE ZERO.
       01  BRANCH-SUMMARY-TABLE.
           02  BRANCH-SUMMARY                OCCURS 0 TO 10000 TIMES
                                   DEPENDING ON BRANCH-COUNT.
               03  BS-BRANCH                 PIC 9(4).
               03  BS-CUSTOMERS              PIC 9(5).
               03  BS-REVENUE                PIC S9(11)V99.
               03  BS-COST                   PIC S9(11)V99.
               03  BS-NET                    PIC S9(11)V99.
               03  BS-AVERAGE-BALANCE        PIC S9(11)V99.
       77  BRANCH-I                           PIC 9(5).
       77  BRANCH-RANK                        PIC 9(5).
       77  TOTAL-CUSTOMERS                    PIC 9(6) VALUE ZERO.
       77  TOTAL-REVENUE                      PIC S9(11)V99 VALUE ZERO.
       77  TOTAL-COST                         PIC S9(11)V99 VALUE ZERO.
       77  TOTAL-NET                          PIC S9(11)V99 VALUE ZERO.
       77  TOTAL-AVERAGE-BALANCE              PIC S9(11)V99 VALUE ZERO.
       77  SEEK-ACCOUNT                       PIC 9(10).
       77  SEEK-SLOT                          PIC 9(5).
       77  CURRENT-SLOT                       PIC 9(5).
      *    A LOAN'S SCHEDULED TOTAL (INSTALLMENT TIMES TERM) AND THE
      *    INTEREST INSIDE IT.
       77  LOAN-SCHEDULE-TOTAL                PIC 9(11)V99.
       77  LOAN-SCHEDULE-INTEREST             PIC 9(11)V99.
       77  ENTRY-SHARE                        PIC S9(9)V99.
       77  LINES-TO-PAGE                      PIC 9(4).
       77  PAGE-REMAINDER                     PIC 9(4).
       77  ESC-I                              PIC 99.
       77  ESC-OUT-I                          PIC 99.
       01  REPORT-TITLE-LINE.
           02  FILLER                        PIC X(30) VALUE
               "CUSTOMER PROFITABILITY, MONTH".
           02  RPT-TITLE-MONTH               PIC 9(6).
       01  BRANCH-BANNER-LINE.
           02  FILLER                        PIC X(13) VALUE
               "===== BRANCH ".
           02  BB-BRANCH-CODE                PIC 9(04).
           02  FILLER                        PIC X(06) VALUE
               " =====".
       01  REPORT-HEADING-LINE.
           02  FILLER                        PIC X(06) VALUE
               "RANK".
           02  FILLER                        PIC X(12) VALUE
               "CPF".
           02  FILLER                        PIC X(21) VALUE
               "CUSTOMER".
           02  FILLER                        PIC X(12) VALUE
               "    REVENUE".
           02  FILLER                        PIC X(12) VALUE
               "       COST".
           02  FILLER                        PIC X(12) VALUE
               "        NET".
           02  FILLER                        PIC X(12) VALUE
               " AVG BALANCE".
       01  REPORT-DETAIL-LINE.
           02  RPT-RANK                      PIC ZZZ9.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-CPF                       PIC 9(11).
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-NAME                      PIC X(20).
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-REVENUE                   PIC Z(6)9.99-.
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-COST                      PIC Z(6)9.99-.
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-NET                       PIC Z(6)9.99-.
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-AVERAGE                   PIC Z(7)9.99-.
       01  SUMMARY-TITLE-LINE.
           02  FILLER                        PIC X(30) VALUE
               "BRANCH SUMMARY, MONTH".
           02  SUM-TITLE-MONTH               PIC 9(6).
       01  SUMMARY-HEADING-LINE.
           02  FILLER                        PIC X(08) VALUE
               "BRANCH".
           02  FILLER                        PIC X(10) VALUE
               "CUSTOMERS".
           02  FILLER                        PIC X(15) VALUE
               "       REVENUE".
           02  FILLER                        PIC X(15) VALUE
               "          COST".
           02  FILLER                        PIC X(15) VALUE
               "           NET".
           02  FILLER                        PIC X(15) VALUE
               "  AVG BALANCES".
       01  SUMMARY-DETAIL-LINE.
           02  SUM-BRANCH                    PIC X(06).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  SUM-CUSTOMERS                 PIC ZZ,ZZ9.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  SUM-REVENUE                   PIC Z(10)9.99-.
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  SUM-COST                      PIC Z(10)9.99-.
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  SUM-NET                       PIC Z(10)9.99-.
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  SUM-AVERAGE                   PIC Z(10)9.99-.
       01  REPORT-COUNT-LINE.
           02  RPT-COUNT-LABEL               PIC X(32).
           02  RPT-COUNT-VALUE               PIC ZZZ,ZZZ,ZZ9.
       01  NO-SNAPSHOT-LINE                  PIC X(80) VALUE
           "NO BALANCE SNAPSHOT FOR THE MONTH -- AVERAGES SHOW AS ZERO".
      *    THE CRM EXTRACT. AMOUNTS CARRY AN EXPLICIT SIGN AND POINT
      *    SO THE LOADER NEEDS NO PICTURE TO READ THEM.
       01  CSV-HEADING-LINE.
           02  FILLER                        PIC X(33) VALUE
               "MONTH,BRANCH,RANK,ACCOUNT-ID,CPF,".
           02  FILLER                        PIC X(21) VALUE
               "CLIENT-NAME,ACCOUNTS,".
           02  FILLER                        PIC X(45) VALUE
               "SERVICE-CHARGES,DEBIT-INTEREST,LOAN-INTEREST,".
           02  FILLER                        PIC X(47) VALUE
               "REVENUE,CREDIT-INTEREST,TERM-EARNINGS,COST,NET,".
           02  FILLER                        PIC X(15) VALUE
               "AVERAGE-BALANCE".
       01  CSV-DETAIL-FIELDS.
           02  CSV-MONTH                     PIC 9(6).
           02  FILLER                        PIC X(01) VALUE ",".
           02  CSV-BRANCH                    PIC 9(4).
           02  FILLER                        PIC X(01) VALUE ",".
           02  CSV-RANK                      PIC 9(5).
           02  FILLER                        PIC X(01) VALUE ",".
           02  CSV-ACCOUNT-ID                PIC 9(10).
           02  FILLER                        PIC X(01) VALUE ",".
           02  CSV-CPF                       PIC 9(11).
           02  FILLER                        PIC X(01) VALUE ",".
           02  CSV-NAME-QUOTE-1              PIC X(01) VALUE QUOTE.
           02  CSV-NAME-ESCAPED              PIC X(64).
           02  CSV-NAME-QUOTE-2              PIC X(01) VALUE QUOTE.
           02  FILLER                        PIC X(01) VALUE ",".
           02  CSV-ACCOUNTS                  PIC 9(3).
           02  FILLER                        PIC X(01) VALUE ",".
           02  CSV-FEES                      PIC +9(9).99.
           02  FILLER                        PIC X(01) VALUE ",".
           02  CSV-DEBIT-INTEREST            PIC +9(9).99.
           02  FILLER                        PIC X(01) VALUE ",".
           02  CSV-LOAN-INTEREST             PIC +9(9).99.
           02  FILLER                        PIC X(01) VALUE ",".
           02  CSV-REVENUE                   PIC +9(9).99.
           02  FILLER                        PIC X(01) VALUE ",".
           02  CSV-CREDIT-INTEREST           PIC +9(9).99.
           02  FILLER                        PIC X(01) VALUE ",".
           02  CSV-TERM-EARNINGS             PIC +9(9).99.
           02  FILLER                        PIC X(01) VALUE ",".
           02  CSV-COST                      PIC +9(9).99.
           02  FILLER                        PIC X(01) VALUE ",".
           02  CSV-NET                       PIC +9(9).99.
           02  FILLER                        PIC X(01) VALUE ",".
           02  CSV-AVERAGE-BALANCE           PIC +9(9).99.

       PROCEDURE                                               DIVISION.
       MAIN.
           DISPLAY "---------------------------------------------------"
           DISPLAY " CUSTOMER PROFITABILITY REPORT"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
           DISPLAY "[?] Report month YYYYMM:"
           ACCEPT PROFIT-MONTH
           IF PROFIT-MONTH = ZERO
                   OR PROFIT-MONTH(5:2) < "01"
                   OR PROFIT-MONTH(5:2) > "12"
               DISPLAY "[X] A valid report month is required."
               GOBACK
           END-IF

           COMPUTE MONTH-START-DATE = PROFIT-MONTH * 100 + 1
           IF PROFIT-MONTH(5:2) = "12"
               COMPUTE NEXT-MONTH-DATE =
                   (PROFIT-MONTH + 89) * 100 + 1
           ELSE
               COMPUTE NEXT-MONTH-DATE =
                   (PROFIT-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-DATE) - 1)

      *    AN OPEN MONTH HAS NEITHER ALL ITS CHARGES NOR ITS SNAPSHOTS.
           IF MONTH-END-DATE NOT < TODAY-YYYYMMDD
               DISPLAY "[X] Month " PROFIT-MONTH
                   " has not closed yet."
               GOBACK
           END-IF

           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-LOAN-MASTER
           PERFORM OPEN-TERM-DEPOSIT
           PERFORM OPEN-BALANCE-SNAPSHOT

           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-PRODUCT-ACCOUNTS
           PERFORM ROLL-UP-LEDGER
           PERFORM ROLL-UP-SNAPSHOTS

           PERFORM VARYING CURRENT-SLOT FROM 1 BY 1
                   UNTIL CURRENT-SLOT > CUSTOMER-COUNT
               PERFORM RANK-ONE-CUSTOMER
           END-PERFORM

           MOVE "BAT27" TO SPOOL-PROGRAM-ID
           MOVE "PROFIT" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT PROFIT-REPORT
           OPEN OUTPUT PROFIT-CSV
           MOVE CSV-HEADING-LINE TO PROFIT-CSV-LINE
           WRITE PROFIT-CSV-LINE

           MOVE PROFIT-MONTH TO RPT-TITLE-MONTH
           MOVE REPORT-TITLE-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           IF SNAPSHOTS-TAKEN = ZERO
               MOVE NO-SNAPSHOT-LINE TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF

           PERFORM VARYING RANK-I FROM 1 BY 1
                   UNTIL RANK-I > RANK-COUNT
               PERFORM PRINT-ONE-CUSTOMER
           END-PERFORM

           PERFORM PRINT-BRANCH-SUMMARY
           PERFORM WRITE-REPORT-TOTALS
           CLOSE PROFIT-REPORT
           CLOSE PROFIT-CSV
           PERFORM CATALOG-SPOOL-FILE

           CLOSE CLIENT-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE ACCOUNT-TXN
           CLOSE LOAN-MASTER
           CLOSE TERM-DEPOSIT
           CLOSE BALANCE-SNAPSHOT

           DISPLAY ""
           DISPLAY "[!] Month " PROFIT-MONTH ", " MONTH-START-DATE
               " to " MONTH-END-DATE
           DISPLAY "[!] Ledger records scanned: " LEDGER-SCANNED
           DISPLAY "[!] Revenue and cost entries taken: " ENTRIES-TAKEN
           DISPLAY "[!] Customers ranked: " RANK-COUNT
               " in " BRANCH-COUNT " branches"
           DISPLAY "[!] Customers with nothing to show: "
               CUSTOMERS-QUIET
           IF SNAPSHOTS-TAKEN = ZERO
               DISPLAY "[X] No balance snapshot for month "
                   PROFIT-MONTH " -- run BAT26 first; average "
                   "balances show as zero."
           END-IF
           IF ENTRIES-UNMATCHED > ZERO
               DISPLAY "[X] Entries with no owner, loan or "
                   "certificate on file: " ENTRIES-UNMATCHED
           END-IF
           IF CUSTOMERS-DROPPED > ZERO OR ACCOUNTS-DROPPED > ZERO
               DISPLAY "[X] Left out, tables full: "
                   CUSTOMERS-DROPPED " customers, " ACCOUNTS-DROPPED
                   " accounts"
           END-IF
           DISPLAY "[!] Report written to " SPOOL-FILE-NAME
           DISPLAY "[!] Customers exported: " CUSTOMERS-EXPORTED
           DISPLAY "[!] Written to data/PROFIT.CSV"
           GOBACK.

      *    EVERY CUSTOMER ON THE MASTER, WHATEVER THEIR STATUS -- A
      *    CUSTOMER CLOSED DURING THE MONTH STILL EARNED OR COST
      *    SOMETHING BEFORE THEY LEFT. THE IMPLICIT ACCOUNT CARRIES
      *    THE CUSTOMER'S OWN CLIENT-HASH.
       LOAD-CUSTOMERS                                           SECTION.
           PERFORM UNTIL CLIENT-MASTER-NOT-FOUND
               READ CLIENT-MASTER NEXT RECORD
                   AT END
                       SET CLIENT-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-CUSTOMER
               END-READ
           END-PERFORM.

       LOAD-ONE-CUSTOMER                                        SECTION.
           IF CUSTOMER-COUNT >= 20000
               ADD 1 TO CUSTOMERS-DROPPED
               GO TO LOAD-ONE-CUSTOMER-EXIT
           END-IF

           ADD 1 TO CUSTOMER-COUNT
           INITIALIZE PROFIT-CUSTOMER(CUSTOMER-COUNT)
           MOVE CLIENT-HASH TO PC-HASH(CUSTOMER-COUNT)
           MOVE CLIENT-CPF TO PC-CPF(CUSTOMER-COUNT)
           MOVE CLIENT-NAME TO PC-NAME(CUSTOMER-COUNT)
           MOVE CLIENT-BRANCH-CODE TO PC-BRANCH(CUSTOMER-COUNT)

           MOVE CLIENT-HASH TO SEEK-ACCOUNT
           MOVE CUSTOMER-COUNT TO SEEK-SLOT
           PERFORM ADD-OWNED-ACCOUNT.

       LOAD-ONE-CUSTOMER-EXIT.
           EXIT.

      *    THE PRODUCT ACCOUNTS, EACH UNDER ITS PRIMARY HOLDER.
       LOAD-PRODUCT-ACCOUNTS                                    SECTION.
           PERFORM UNTIL ACCOUNT-MASTER-NOT-FOUND
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET ACCOUNT-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-PRODUCT
               END-READ
           END-PERFORM.

       LOAD-ONE-PRODUCT                                         SECTION.
      *    THE ENROLLMENT RECORD OF AN IMPLICIT ACCOUNT (SEE
      *    ACCTMREC.CPY) IS ALREADY IN THE TABLE FROM THE FIRST PASS.
           IF ACCT-NUMBER = ACCT-CLIENT-HASH
               GO TO LOAD-ONE-PRODUCT-EXIT
           END-IF

           MOVE ZERO TO SEEK-SLOT
           SET PC-IX TO 1
           SEARCH PROFIT-CUSTOMER
               AT END
                   CONTINUE
               WHEN PC-HASH(PC-IX) = ACCT-CLIENT-HASH
                   SET SEEK-SLOT TO PC-IX
           END-SEARCH
           IF SEEK-SLOT = ZERO
               ADD 1 TO ACCOUNTS-DROPPED
               GO TO LOAD-ONE-PRODUCT-EXIT
           END-IF

           MOVE ACCT-NUMBER TO SEEK-ACCOUNT
           PERFORM ADD-OWNED-ACCOUNT.

       LOAD-ONE-PRODUCT-EXIT.
           EXIT.

      *    SEEK-ACCOUNT BELONGS TO THE CUSTOMER IN SEEK-SLOT.
       ADD-OWNED-ACCOUNT                                        SECTION.
           IF OWNED-COUNT >= 30000
               ADD 1 TO ACCOUNTS-DROPPED
           ELSE
               ADD 1 TO OWNED-COUNT
               MOVE SEEK-ACCOUNT TO OA-ACCOUNT(OWNED-COUNT)
               MOVE SEEK-SLOT TO OA-SLOT(OWNED-COUNT)
               ADD 1 TO PC-ACCOUNTS(SEEK-SLOT)
           END-IF.

      *    THE CUSTOMER OWNING SEEK-ACCOUNT, IN SEEK-SLOT; ZERO WHEN
      *    NO CUSTOMER IN THE TABLE OWNS IT.
       FIND-OWNER                                               SECTION.
           MOVE ZERO TO SEEK-SLOT
           SET OA-IX TO 1
           SEARCH OWNED-ACCOUNT
               AT END
                   CONTINUE
               WHEN OA-ACCOUNT(OA-IX) = SEEK-ACCOUNT
                   MOVE OA-SLOT(OA-IX) TO SEEK-SLOT
           END-SEARCH.

      *    ONE PASS OF THE LEDGER, TAKING ONLY THE MONTH'S REVENUE AND
      *    COST ENTRIES. NONE OF THESE TYPES IS EVER REVERSED -- MAN10
      *    REVERSES TELLER DEPOSITS AND WITHDRAWALS ONLY.
       ROLL-UP-LEDGER                                           SECTION.
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
                       PERFORM ROLL-UP-ONE-ENTRY
               END-READ
           END-PERFORM.

       ROLL-UP-ONE-ENTRY                                        SECTION.
           IF TXN-DATE < MONTH-START-DATE
                   OR TXN-DATE > MONTH-END-DATE
               GO TO ROLL-UP-ONE-ENTRY-EXIT
           END-IF
           IF NOT TXN-IS-SERVICE-CHARGE
                   AND NOT TXN-IS-DEBIT-INTEREST
                   AND NOT TXN-IS-LOAN-PAYMENT
                   AND NOT TXN-IS-INTEREST
                   AND NOT TXN-IS-TERM-PAYOUT
                   AND NOT TXN-IS-INTEREST-CLAWBACK
                   AND NOT TXN-IS-DEBIT-INTEREST-REFUND
               GO TO ROLL-UP-ONE-ENTRY-EXIT
           END-IF

           MOVE TXN-ACCOUNT-HASH TO SEEK-ACCOUNT
           PERFORM FIND-OWNER
           IF SEEK-SLOT = ZERO
               ADD 1 TO ENTRIES-UNMATCHED
               GO TO ROLL-UP-ONE-ENTRY-EXIT
           END-IF

           EVALUATE TRUE
               WHEN TXN-IS-SERVICE-CHARGE
                   ADD TXN-AMOUNT TO PC-FEES(SEEK-SLOT)
               WHEN TXN-IS-DEBIT-INTEREST
                   ADD TXN-AMOUNT TO PC-DEBIT-INTEREST(SEEK-SLOT)
               WHEN TXN-IS-INTEREST
                   ADD TXN-AMOUNT TO PC-CREDIT-INTEREST(SEEK-SLOT)
               WHEN TXN-IS-DEBIT-INTEREST-REFUND
                   SUBTRACT TXN-AMOUNT
                       FROM PC-DEBIT-INTEREST(SEEK-SLOT)
               WHEN TXN-IS-INTEREST-CLAWBACK
                   SUBTRACT TXN-AMOUNT
                       FROM PC-CREDIT-INTEREST(SEEK-SLOT)
               WHEN TXN-IS-LOAN-PAYMENT
                   PERFORM TAKE-LOAN-INTEREST
               WHEN TXN-IS-TERM-PAYOUT
                   PERFORM TAKE-TERM-EARNINGS
           END-EVALUATE
           ADD 1 TO ENTRIES-TAKEN.

       ROLL-UP-ONE-ENTRY-EXIT.
           EXIT.

      *    THE SCHEDULE IS FLAT (MAN21): EVERY INSTALLMENT CARRIES THE
      *    SAME PROPORTION OF INTEREST, SO THE ENTRY'S INTEREST IS
      *    THAT PROPORTION OF WHATEVER WAS COLLECTED.
       TAKE-LOAN-INTEREST                                       SECTION.
           MOVE TXN-COUNTERPART-HASH TO LOAN-MASTER-KEY
           READ LOAN-MASTER
               INVALID KEY
                   ADD 1 TO ENTRIES-UNMATCHED
                   GO TO TAKE-LOAN-INTEREST-EXIT
           END-READ

           COMPUTE LOAN-SCHEDULE-TOTAL =
               LOAN-INSTALLMENT * LOAN-TERM-MONTHS
           IF LOAN-SCHEDULE-TOTAL NOT > LOAN-PRINCIPAL
               GO TO TAKE-LOAN-INTEREST-EXIT
           END-IF
           COMPUTE LOAN-SCHEDULE-INTEREST =
               LOAN-SCHEDULE-TOTAL - LOAN-PRINCIPAL
           COMPUTE ENTRY-SHARE ROUNDED = TXN-AMOUNT
               * LOAN-SCHEDULE-INTEREST / LOAN-SCHEDULE-TOTAL
           ADD ENTRY-SHARE TO PC-LOAN-INTEREST(SEEK-SLOT).

       TAKE-LOAN-INTEREST-EXIT.
           EXIT.

      *    A PAYOUT RETURNS THE PRINCIPAL PLUS THE EARNINGS (NET OF
      *    THE IRRF AND OF ANY EARLY-REDEMPTION PENALTY, BAT15/MAN20);
      *    ONLY THE EARNINGS ARE A COST.
       TAKE-TERM-EARNINGS                                       SECTION.
           MOVE TXN-COUNTERPART-HASH TO TERM-DEPOSIT-KEY
           READ TERM-DEPOSIT
               INVALID KEY
                   ADD 1 TO ENTRIES-UNMATCHED
                   GO TO TAKE-TERM-EARNINGS-EXIT
           END-READ

           COMPUTE ENTRY-SHARE = TXN-AMOUNT - TDP-PRINCIPAL
           ADD ENTRY-SHARE TO PC-TERM-EARNINGS(SEEK-SLOT).

       TAKE-TERM-EARNINGS-EXIT.
           EXIT.

      *    EACH CUSTOMER'S AVERAGE BALANCE IS THE SUM OF THEIR
      *    ACCOUNTS' AVERAGE DAILY BALANCES FOR THE MONTH.
       ROLL-UP-SNAPSHOTS                                        SECTION.
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
                       IF SNP-MONTH = PROFIT-MONTH
                           PERFORM TAKE-ONE-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-ONE-SNAPSHOT                                        SECTION.
           ADD 1 TO SNAPSHOTS-TAKEN
           MOVE SNP-ACCOUNT-NUMBER TO SEEK-ACCOUNT
           PERFORM FIND-OWNER
           IF SEEK-SLOT > ZERO
               ADD SNP-AVERAGE-BALANCE
                   TO PC-AVERAGE-BALANCE(SEEK-SLOT)
           END-IF.

      *    TOTAL UP ONE CUSTOMER AND, IF THERE IS ANYTHING TO SHOW,
      *    SLIDE THEM INTO THE RANKING AHEAD OF EVERY CUSTOMER OF THE
      *    SAME BRANCH WHO CONTRIBUTED LESS.
       RANK-ONE-CUSTOMER                                        SECTION.
           COMPUTE PC-REVENUE(CURRENT-SLOT) = PC-FEES(CURRENT-SLOT)
               + PC-DEBIT-INTEREST(CURRENT-SLOT)
               + PC-LOAN-INTEREST(CURRENT-SLOT)
           COMPUTE PC-COST(CURRENT-SLOT) =
               PC-CREDIT-INTEREST(CURRENT-SLOT)
               + PC-TERM-EARNINGS(CURRENT-SLOT)
           COMPUTE PC-NET(CURRENT-SLOT) =
               PC-REVENUE(CURRENT-SLOT) - PC-COST(CURRENT-SLOT)

           IF PC-REVENUE(CURRENT-SLOT) = ZERO
                   AND PC-COST(CURRENT-SLOT) = ZERO
                   AND PC-AVERAGE-BALANCE(CURRENT-SLOT) = ZERO
               ADD 1 TO CUSTOMERS-QUIET
               GO TO RANK-ONE-CUSTOMER-EXIT
           END-IF

           ADD 1 TO RANK-COUNT
           MOVE RANK-COUNT TO RANK-I
           SET RANK-KEEP-SHIFTING TO TRUE
           PERFORM UNTIL RANK-STOP-SHIFTING
               IF RANK-I = 1
                   SET RANK-STOP-SHIFTING TO TRUE
               ELSE
                   MOVE RANK-SLOT(RANK-I - 1) TO PRIOR-SLOT
                   IF PC-BRANCH(PRIOR-SLOT) > PC-BRANCH(CURRENT-SLOT)
                           OR (PC-BRANCH(PRIOR-SLOT)
                                   = PC-BRANCH(CURRENT-SLOT)
                               AND PC-NET(PRIOR-SLOT)
                                   < PC-NET(CURRENT-SLOT))
                       MOVE PRIOR-SLOT TO RANK-SLOT(RANK-I)
                       SUBTRACT 1 FROM RANK-I
                   ELSE
                       SET RANK-STOP-SHIFTING TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE CURRENT-SLOT TO RANK-SLOT(RANK-I).

       RANK-ONE-CUSTOMER-EXIT.
           EXIT.

      *    THE CUSTOMER AT RANK-I. A NEW BRANCH GETS ITS BANNER AND
      *    COLUMN HEADINGS AND STARTS ITS RANKS AGAIN FROM ONE.
       PRINT-ONE-CUSTOMER                                       SECTION.
           MOVE RANK-SLOT(RANK-I) TO CURRENT-SLOT
           IF BRANCH-COUNT = ZERO
                   OR BS-BRANCH(BRANCH-COUNT)
                       NOT = PC-BRANCH(CURRENT-SLOT)
               ADD 1 TO BRANCH-COUNT
               INITIALIZE BRANCH-SUMMARY(BRANCH-COUNT)
               MOVE PC-BRANCH(CURRENT-SLOT) TO BS-BRANCH(BRANCH-COUNT)
               MOVE ZERO TO BRANCH-RANK
               MOVE SPACES TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
               MOVE PC-BRANCH(CURRENT-SLOT) TO BB-BRANCH-CODE
               MOVE BRANCH-BANNER-LINE TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
               MOVE REPORT-HEADING-LINE TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
               ADD 3 TO SPOOL-LINE-COUNT
           END-IF

           ADD 1 TO BRANCH-RANK
           ADD 1 TO BS-CUSTOMERS(BRANCH-COUNT)
           ADD PC-REVENUE(CURRENT-SLOT) TO BS-REVENUE(BRANCH-COUNT)
           ADD PC-COST(CURRENT-SLOT) TO BS-COST(BRANCH-COUNT)
           ADD PC-NET(CURRENT-SLOT) TO BS-NET(BRANCH-COUNT)
           ADD PC-AVERAGE-BALANCE(CURRENT-SLOT)
               TO BS-AVERAGE-BALANCE(BRANCH-COUNT)

           MOVE BRANCH-RANK TO RPT-RANK
           MOVE PC-CPF(CURRENT-SLOT) TO RPT-CPF
           IF PC-NAME(CURRENT-SLOT) = SPACES
               MOVE "(ANONYMIZED)" TO RPT-NAME
           ELSE
               MOVE PC-NAME(CURRENT-SLOT) TO RPT-NAME
           END-IF
           MOVE PC-REVENUE(CURRENT-SLOT) TO RPT-REVENUE
           MOVE PC-COST(CURRENT-SLOT) TO RPT-COST
           MOVE PC-NET(CURRENT-SLOT) TO RPT-NET
           MOVE PC-AVERAGE-BALANCE(CURRENT-SLOT) TO RPT-AVERAGE
           MOVE REPORT-DETAIL-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

      *    AN ANONYMIZED CUSTOMER (BAT24) HAS NOTHING THE CRM MAY
      *    STILL HOLD -- SAME RULE AS BAT1.
           IF PC-NAME(CURRENT-SLOT) NOT = SPACES
               PERFORM WRITE-CUSTOMER-CSV-LINE
           END-IF.

       WRITE-CUSTOMER-CSV-LINE                                  SECTION.
           MOVE PROFIT-MONTH TO CSV-MONTH
           MOVE PC-BRANCH(CURRENT-SLOT) TO CSV-BRANCH
           MOVE BRANCH-RANK TO CSV-RANK
           MOVE PC-HASH(CURRENT-SLOT) TO CSV-ACCOUNT-ID
           MOVE PC-CPF(CURRENT-SLOT) TO CSV-CPF
           PERFORM ESCAPE-CLIENT-NAME
           MOVE PC-ACCOUNTS(CURRENT-SLOT) TO CSV-ACCOUNTS
           MOVE PC-FEES(CURRENT-SLOT) TO CSV-FEES
           MOVE PC-DEBIT-INTEREST(CURRENT-SLOT) TO CSV-DEBIT-INTEREST
           MOVE PC-LOAN-INTEREST(CURRENT-SLOT) TO CSV-LOAN-INTEREST
           MOVE PC-REVENUE(CURRENT-SLOT) TO CSV-REVENUE
           MOVE PC-CREDIT-INTEREST(CURRENT-SLOT) TO CSV-CREDIT-INTEREST
           MOVE PC-TERM-EARNINGS(CURRENT-SLOT) TO CSV-TERM-EARNINGS
           MOVE PC-COST(CURRENT-SLOT) TO CSV-COST
           MOVE PC-NET(CURRENT-SLOT) TO CSV-NET
           MOVE PC-AVERAGE-BALANCE(CURRENT-SLOT) TO CSV-AVERAGE-BALANCE
           MOVE CSV-DETAIL-FIELDS TO PROFIT-CSV-LINE
           WRITE PROFIT-CSV-LINE
           ADD 1 TO CUSTOMERS-EXPORTED.

      *    DOUBLE ANY EMBEDDED QUOTE IN THE NAME SO IT CANNOT CLOSE
      *    THE CSV QUOTING EARLY (SAME AS BAT1).
       ESCAPE-CLIENT-NAME                                       SECTION.
           MOVE SPACES TO CSV-NAME-ESCAPED
           MOVE 1 TO ESC-OUT-I
           PERFORM ESCAPE-CLIENT-NAME-CHAR VARYING ESC-I FROM 1 BY 1
               UNTIL ESC-I > 32.

       ESCAPE-CLIENT-NAME-CHAR                                  SECTION.
           IF PC-NAME(CURRENT-SLOT)(ESC-I:1) = QUOTE
               MOVE QUOTE TO CSV-NAME-ESCAPED(ESC-OUT-I:1)
               ADD 1 TO ESC-OUT-I
               MOVE QUOTE TO CSV-NAME-ESCAPED(ESC-OUT-I:1)
               ADD 1 TO ESC-OUT-I
           ELSE
               MOVE PC-NAME(CURRENT-SLOT)(ESC-I:1)
                   TO CSV-NAME-ESCAPED(ESC-OUT-I:1)
               ADD 1 TO ESC-OUT-I
           END-IF.

      *    THE SUMMARY STARTS ON A PAGE OF ITS OWN (60 LINES TO THE
      *    PAGE, AS CATALOG-SPOOL-FILE COUNTS THEM): ONE LINE PER
      *    BRANCH, THEN THE BANK.
       PRINT-BRANCH-SUMMARY                                     SECTION.
           DIVIDE SPOOL-LINE-COUNT BY 60 GIVING LINES-TO-PAGE
               REMAINDER PAGE-REMAINDER
           IF PAGE-REMAINDER > ZERO
               COMPUTE LINES-TO-PAGE = 60 - PAGE-REMAINDER
               MOVE SPACES TO PROFIT-REPORT-LINE
               PERFORM LINES-TO-PAGE TIMES
                   WRITE PROFIT-REPORT-LINE
               END-PERFORM
               ADD LINES-TO-PAGE TO SPOOL-LINE-COUNT
           END-IF

           MOVE PROFIT-MONTH TO SUM-TITLE-MONTH
           MOVE SUMMARY-TITLE-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE SUMMARY-HEADING-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           ADD 3 TO SPOOL-LINE-COUNT

           PERFORM VARYING BRANCH-I FROM 1 BY 1
                   UNTIL BRANCH-I > BRANCH-COUNT
               MOVE BS-BRANCH(BRANCH-I) TO SUM-BRANCH
               MOVE BS-CUSTOMERS(BRANCH-I) TO SUM-CUSTOMERS
               MOVE BS-REVENUE(BRANCH-I) TO SUM-REVENUE
               MOVE BS-COST(BRANCH-I) TO SUM-COST
               MOVE BS-NET(BRANCH-I) TO SUM-NET
               MOVE BS-AVERAGE-BALANCE(BRANCH-I) TO SUM-AVERAGE
               MOVE SUMMARY-DETAIL-LINE TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
               ADD BS-CUSTOMERS(BRANCH-I) TO TOTAL-CUSTOMERS
               ADD BS-REVENUE(BRANCH-I) TO TOTAL-REVENUE
               ADD BS-COST(BRANCH-I) TO TOTAL-COST
               ADD BS-NET(BRANCH-I) TO TOTAL-NET
               ADD BS-AVERAGE-BALANCE(BRANCH-I)
                   TO TOTAL-AVERAGE-BALANCE
           END-PERFORM

           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE "TOTAL" TO SUM-BRANCH
           MOVE TOTAL-CUSTOMERS TO SUM-CUSTOMERS
           MOVE TOTAL-REVENUE TO SUM-REVENUE
           MOVE TOTAL-COST TO SUM-COST
           MOVE TOTAL-NET TO SUM-NET
           MOVE TOTAL-AVERAGE-BALANCE TO SUM-AVERAGE
           MOVE SUMMARY-DETAIL-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           ADD 2 TO SPOOL-LINE-COUNT.

       WRITE-REPORT-TOTALS                                      SECTION.
           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "LEDGER RECORDS SCANNED:" TO RPT-COUNT-LABEL
           MOVE LEDGER-SCANNED TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "REVENUE AND COST ENTRIES:" TO RPT-COUNT-LABEL
           MOVE ENTRIES-TAKEN TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "BALANCE SNAPSHOTS TAKEN:" TO RPT-COUNT-LABEL
           MOVE SNAPSHOTS-TAKEN TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "CUSTOMERS WITH NOTHING TO SHOW:" TO RPT-COUNT-LABEL
           MOVE CUSTOMERS-QUIET TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           IF ENTRIES-UNMATCHED > ZERO
               MOVE "ENTRIES NOT MATCHED:" TO RPT-COUNT-LABEL
               MOVE ENTRIES-UNMATCHED TO RPT-COUNT-VALUE
               MOVE REPORT-COUNT-LINE TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF

           IF CUSTOMERS-DROPPED > ZERO OR ACCOUNTS-DROPPED > ZERO
               MOVE "LEFT OUT (TABLES FULL):" TO RPT-COUNT-LABEL
               COMPUTE RPT-COUNT-VALUE =
                   CUSTOMERS-DROPPED + ACCOUNTS-DROPPED
               MOVE REPORT-COUNT-LINE TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF.

           COPY CLIENTOPN.
           COPY ACCTMOPN.
           COPY ACCTXOPN.
           COPY LOANOPN.
           COPY TDPOPN.
           COPY SNPOPN.
           COPY RPTCWRT.
