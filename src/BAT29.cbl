       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         BAT29.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        NIGHTLY CROSS-FILE REFERENTIAL INTEGRITY
      *                    CHECK. BAT5 PROVES THE BALANCE CHAIN INSIDE
      *                    THE LEDGER; THIS JOB PROVES THE MASTER FILES
      *                    AGREE WITH EACH OTHER. IT LOADS EVERY
      *                    CUSTOMER AND EVERY ACCOUNT (THE IMPLICIT
      *                    CLIENT-HASH ACCOUNTS AND THE PRODUCT
      *                    ACCOUNTS) INTO TABLES, THEN WALKS EACH FILE
      *                    THAT POINTS AT THEM AND REPORTS EVERY ORPHAN
      *                    OR CONTRADICTION IT FINDS, GRADED:
      *                    HIGH   MONEY OR A CONTRACT HANGS OFF
      *                           SOMETHING THAT IS NOT THERE OR IS
      *                           CLOSED -- A PRODUCT ACCOUNT WITH NO
      *                           OWNER ON CLIENT-MASTER, AN ACTIVE
      *                           ACCOUNT UNDER A CLOSED OR DECEASED
      *                           CUSTOMER, AN OPEN TERM CERTIFICATE OR
      *                           ACTIVE LOAN ON A CLOSED OR UNKNOWN
      *                           ACCOUNT, LEDGER ENTRIES FOR AN
      *                           ACCOUNT NO MASTER KNOWS.
      *                    MEDIUM AN INSTRUMENT STILL LIVE ON A CLOSED
      *                           OR UNKNOWN ACCOUNT -- A CHEQUEBOOK
      *                           RANGE, A DEBIT CARD, A PIX KEY -- OR
      *                           AN ACCOUNT-POSITION RECORD WITH NO
      *                           LEDGER ENTRIES BEHIND IT.
      *                    LOW    A CUSTOMER WHOSE CLIENT-BRANCH-CODE
      *                           IS NOT A BRANCH WE RUN. THE BRANCHES
      *                           WE RUN ARE THE PARAMETER-FILE
      *                           DEFAULT BRANCH, EVERY OPERATOR'S
      *                           HOME BRANCH AND EVERY BRANCH VAULT.
      *                    THE EXCEPTIONS ARE SPOOLED AS REFINTEG, HIGH
      *                    FIRST. NOTHING IS CORRECTED HERE -- THE
      *                    REPORT IS OPERATIONS' WORK LIST -- SO THE
      *                    JOB MAY BE RUN AGAIN AT WILL. RUN ALONGSIDE
      *                    BAT5 IN THE NIGHTLY WINDOW -- NOT ON THE
      *                    MAN0 MENU.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY ACCTXSEL.
           COPY ACCTPSEL.
           COPY TDPSEL.
           COPY LOANSEL.
           COPY CHQSEL.
           COPY CARDSEL.
           COPY PIXKSEL.
           COPY OPRMSEL.
           COPY VLTSEL.
           COPY PARMSEL.
           COPY CALSEL.
           SELECT INTEGRITY-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTEGRITY-REPORT-STATUS.
           COPY RPTCSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENTREC.
       FD  ACCOUNT-MASTER.
           COPY ACCTMREC.
       FD  ACCOUNT-TXN.
           COPY ACCTXREC.
       FD  ACCOUNT-POSITION.
           COPY ACCTPREC.
       FD  TERM-DEPOSIT.
           COPY TDPREC.
       FD  LOAN-MASTER.
           COPY LOANREC.
       FD  CHEQUE-CONTROL.
           COPY CHQREC.
       FD  CARD-MASTER.
           COPY CARDREC.
       FD  PIX-KEY-DIRECTORY.
           COPY PIXKREC.
       FD  OPERATOR-MASTER.
           COPY OPRMREC.
       FD  VAULT-POSITION.
           COPY VLTREC.
       FD  PARAMETER-FILE.
           COPY PARMFD.
       FD  BANK-CALENDAR.
           COPY CALREC.

       FD  INTEGRITY-REPORT.
       01  INTEGRITY-REPORT-LINE              PIC X(100).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY ACCTXSTA.
           COPY ACCTPSTA.
           COPY TDPSTA.
           COPY LOANSTA.
           COPY CHQSTA.
           COPY CARDSTA.
           COPY PIXKSTA.
           COPY OPRMSTA.
           COPY VLTSTA.
           COPY PARMSTA.
           COPY CALSTA.
           COPY PARMREC.
           COPY RPTCSTA.
           COPY OPERSTA.
       77  INTEGRITY-REPORT-STATUS            PIC XX.
           88  INTEGRITY-REPORT-OK              VALUE "00".
       77  TODAY-YYYYMMDD                     PIC 9(8).
      *    THE BRANCHES WE RUN, GATHERED BEFORE THE CUSTOMERS LOAD.
       77  BRANCH-COUNT                       PIC 9(4) VALUE ZERO.
       01  BRANCH-TABLE.
           02  BRANCH-ENTRY                  OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON BRANCH-COUNT
                                   INDEXED BY BR-IX.
               03  BR-CODE                   PIC 9(4).
       77  SEEK-BRANCH                        PIC 9(4).
      *    EVERY CUSTOMER ON THE MASTER, WITH THE STATUS AN ACCOUNT
      *    UNDER THEM IS WEIGHED AGAINST.
       77  CUSTOMER-COUNT                     PIC 9(5) VALUE ZERO.
       01  CUSTOMER-TABLE.
           02  CUSTOMER-ENTRY                OCCURS 0 TO 20000 TIMES
                                   DEPENDING ON CUSTOMER-COUNT
                                   INDEXED BY CU-IX.
               03  CU-HASH                   PIC 9(10).
               03  CU-STATUS                 PIC X.
                   88  CU-CLOSED               VALUE "C".
                   88  CU-DECEASED             VALUE "D".
      *    EVERY ACCOUNT ANY MASTER KNOWS -- EACH CUSTOMER'S IMPLICIT
      *    ACCOUNT AND EACH PRODUCT ACCOUNT. AN ACCOUNT IS CLOSED WHEN
      *    ITS OWN RECORD SAYS SO OR ITS OWNER IS CLOSED.
       77  KNOWN-COUNT                        PIC 9(5) VALUE ZERO.
       01  KNOWN-ACCOUNT-TABLE.
           02  KNOWN-ACCOUNT                 OCCURS 0 TO 30000 TIMES
                                   DEPENDING ON KNOWN-COUNT
                                   INDEXED BY KA-IX.
               03  KA-NUMBER                 PIC 9(10).
               03  KA-CLOSED-SW              PIC X.
                   88  KA-CLOSED               VALUE "Y".
                   88  KA-NOT-CLOSED           VALUE "N".
      *    EVERY ACCOUNT THE LEDGER POSTS UNDER, WITH ITS ENTRY COUNT.
       77  LEDGER-COUNT                       PIC 9(5) VALUE ZERO.
       01  LEDGER-ACCOUNT-TABLE.
           02  LEDGER-ACCOUNT                OCCURS 0 TO 30000 TIMES
                                   DEPENDING ON LEDGER-COUNT
                                   INDEXED BY LA-IX.
               03  LA-NUMBER                 PIC 9(10).
               03  LA-ENTRIES                PIC 9(7).
       77  LEDGER-I                           PIC 9(5).
      *    THE EXCEPTIONS FOUND, PRINTED BY SEVERITY ONCE EVERY FILE
      *    HAS BEEN WALKED. THE COUNTS BELOW KEEP GOING IF THE TABLE
      *    FILLS, SO THE TOTALS ARE ALWAYS TRUE.
       77  EXCEPTION-COUNT                    PIC 9(4) VALUE ZERO.
       01  EXCEPTION-TABLE.
           02  EXCEPTION-ENTRY               OCCURS 0 TO 5000 TIMES
                                   DEPENDING ON EXCEPTION-COUNT.
               03  EX-SEVERITY               PIC 9.
               03  EX-FILE                   PIC X(08).
               03  EX-RECORD-ID              PIC X(16).
               03  EX-ACCOUNT                PIC 9(10).
               03  EX-PROBLEM                PIC X(40).
       77  EXCEPTION-I                        PIC 9(4).
       01  NEW-EXCEPTION.
           02  NEW-SEVERITY                  PIC 9.
               88  NEW-IS-HIGH                 VALUE 1.
               88  NEW-IS-MEDIUM               VALUE 2.
               88  NEW-IS-LOW                  VALUE 3.
           02  NEW-FILE                      PIC X(08).
           02  NEW-RECORD-ID                 PIC X(16).
           02  NEW-ACCOUNT                   PIC 9(10).
           02  NEW-PROBLEM                   PIC X(40).
       77  PRINT-SEVERITY                     PIC 9.
       01  SEVERITY-NAMES.
           02  FILLER                        PIC X(06) VALUE "HIGH".
           02  FILLER                        PIC X(06) VALUE "MEDIUM".
           02  FILLER                        PIC X(06) VALUE "LOW".
       01  SEVERITY-NAME-TABLE REDEFINES SEVERITY-NAMES.
           02  SEVERITY-NAME                 PIC X(06) OCCURS 3 TIMES.
       01  SEVERITY-TOTALS.
           02  SEVERITY-TOTAL                PIC 9(6) OCCURS 3 TIMES.
       77  EXCEPTIONS-NOT-LISTED              PIC 9(6) VALUE ZERO.
       77  CUSTOMERS-DROPPED                  PIC 9(6) VALUE ZERO.
       77  ACCOUNTS-DROPPED                   PIC 9(6) VALUE ZERO.
       77  LEDGER-SCANNED                     PIC 9(8) VALUE ZERO.
       77  LEDGER-ENTRIES-DROPPED             PIC 9(8) VALUE ZERO.
       77  RECORDS-CHECKED                    PIC 9(8) VALUE ZERO.
      *    THE ANSWERS OF FIND-CUSTOMER, FIND-KNOWN-ACCOUNT AND
      *    FIND-LEDGER-ACCOUNT -- ZERO WHEN NOT IN THE TABLE.
       77  SEEK-HASH                          PIC 9(10).
       77  CUSTOMER-SLOT                      PIC 9(5).
       77  KNOWN-SLOT                         PIC 9(5).
       77  LEDGER-SLOT                        PIC 9(5).
       77  EDITED-ENTRIES                     PIC Z(6)9.
       01  REPORT-TITLE-LINE.
           02  FILLER                        PIC X(36) VALUE
               "CROSS-FILE REFERENTIAL INTEGRITY,".
           02  TITLE-DATE                    PIC 9(8).
       01  SEVERITY-BANNER-LINE.
           02  FILLER                        PIC X(06) VALUE
               "===== ".
           02  BANNER-SEVERITY               PIC X(06).
           02  FILLER                        PIC X(07) VALUE
               " ===== ".
           02  BANNER-COUNT                  PIC ZZZ,ZZ9.
       01  REPORT-HEADING-LINE.
           02  FILLER                        PIC X(09) VALUE
               "SEVERITY".
           02  FILLER                        PIC X(09) VALUE
               "FILE".
           02  FILLER                        PIC X(17) VALUE
               "RECORD".
           02  FILLER                        PIC X(12) VALUE
               "ACCOUNT".
           02  FILLER                        PIC X(40) VALUE
               "PROBLEM".
       01  REPORT-DETAIL-LINE.
           02  RPT-SEVERITY                  PIC X(06).
           02  FILLER                        PIC X(03) VALUE SPACES.
           02  RPT-FILE                      PIC X(08).
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-RECORD-ID                 PIC X(16).
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-ACCOUNT                   PIC 9(10).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-PROBLEM                   PIC X(40).
       01  REPORT-COUNT-LINE.
           02  RPT-COUNT-LABEL               PIC X(32).
           02  RPT-COUNT-VALUE               PIC ZZZ,ZZZ,ZZ9.
       01  NO-BRANCH-LINE                    PIC X(80) VALUE
           "NO BRANCH ON FILE TO CHECK AGAINST -- BRANCH CHECK SKIPPED".

       PROCEDURE                                               DIVISION.
       MAIN.
           DISPLAY "---------------------------------------------------"
           DISPLAY " NIGHTLY CROSS-FILE INTEGRITY CHECK"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
           INITIALIZE SEVERITY-TOTALS
           PERFORM LOAD-SYSTEM-PARAMETERS

           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION
           PERFORM OPEN-TERM-DEPOSIT
           PERFORM OPEN-LOAN-MASTER
           PERFORM OPEN-CHEQUE-CONTROL
           PERFORM OPEN-CARD-MASTER
           PERFORM OPEN-PIX-KEY-DIRECTORY
           PERFORM OPEN-OPERATOR-MASTER
           PERFORM OPEN-VAULT-POSITION

           PERFORM LOAD-BRANCHES
           PERFORM CHECK-CUSTOMERS
           PERFORM CHECK-PRODUCT-ACCOUNTS
           PERFORM CHECK-LEDGER
           PERFORM CHECK-POSITIONS
           PERFORM CHECK-TERM-DEPOSITS
           PERFORM CHECK-LOANS
           PERFORM CHECK-CHEQUEBOOKS
           PERFORM CHECK-CARDS
           PERFORM CHECK-PIX-KEYS

           CLOSE CLIENT-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE ACCOUNT-TXN
           CLOSE ACCOUNT-POSITION
           CLOSE TERM-DEPOSIT
           CLOSE LOAN-MASTER
           CLOSE CHEQUE-CONTROL
           CLOSE CARD-MASTER
           CLOSE PIX-KEY-DIRECTORY
           CLOSE OPERATOR-MASTER
           CLOSE VAULT-POSITION

           MOVE "BAT29" TO SPOOL-PROGRAM-ID
           MOVE "REFINTEG" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT INTEGRITY-REPORT
           IF NOT INTEGRITY-REPORT-OK
               DISPLAY "[X] Could not open report " SPOOL-FILE-NAME
                   ", file status: " INTEGRITY-REPORT-STATUS
               GOBACK
           END-IF

           MOVE TODAY-YYYYMMDD TO TITLE-DATE
           MOVE REPORT-TITLE-LINE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           IF BRANCH-COUNT = ZERO
               MOVE NO-BRANCH-LINE TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF
           MOVE REPORT-HEADING-LINE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-HEADING-LINE

           PERFORM PRINT-ONE-SEVERITY
               VARYING PRINT-SEVERITY FROM 1 BY 1
               UNTIL PRINT-SEVERITY > 3

           PERFORM WRITE-REPORT-TOTALS
           CLOSE INTEGRITY-REPORT
           PERFORM CATALOG-SPOOL-FILE

           DISPLAY ""
           DISPLAY "[!] Customers checked: " CUSTOMER-COUNT
           DISPLAY "[!] Accounts known to the masters: " KNOWN-COUNT
           DISPLAY "[!] Ledger records scanned: " LEDGER-SCANNED
           DISPLAY "[!] Branches we run: " BRANCH-COUNT
           DISPLAY "[!] High severity exceptions: " SEVERITY-TOTAL(1)
           DISPLAY "[!] Medium severity exceptions: "
               SEVERITY-TOTAL(2)
           DISPLAY "[!] Low severity exceptions: " SEVERITY-TOTAL(3)
           IF BRANCH-COUNT = ZERO
               DISPLAY "[X] No branch on file -- customer branch "
                   "codes were not checked."
           END-IF
           IF EXCEPTIONS-NOT-LISTED > ZERO
               DISPLAY "[X] Exceptions counted but not listed, table "
                   "full: " EXCEPTIONS-NOT-LISTED
           END-IF
           IF CUSTOMERS-DROPPED > ZERO OR ACCOUNTS-DROPPED > ZERO
                   OR LEDGER-ENTRIES-DROPPED > ZERO
               DISPLAY "[X] Left out, tables full: "
                   CUSTOMERS-DROPPED " customers, " ACCOUNTS-DROPPED
                   " accounts, " LEDGER-ENTRIES-DROPPED
                   " ledger entries"
           END-IF
           DISPLAY "[!] Report written to " SPOOL-FILE-NAME
           GOBACK.

      *    THE BRANCHES WE RUN: THE DEFAULT A NEW CUSTOMER IS OPENED
      *    UNDER, EVERY BRANCH AN OPERATOR'S TERMINAL SITS IN, AND
      *    EVERY BRANCH WITH A VAULT. ZERO IS NEVER A BRANCH (SEE
      *    MAN1'S VALIDATE-BRANCH-CODE).
       LOAD-BRANCHES                                            SECTION.
           MOVE PARM-DEFAULT-BRANCH-CODE TO SEEK-BRANCH
           PERFORM ADD-BRANCH

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
                       MOVE OPERATOR-BRANCH-CODE TO SEEK-BRANCH
                       PERFORM ADD-BRANCH
               END-READ
           END-PERFORM

           MOVE 1 TO VAULT-POSITION-KEY
           START VAULT-POSITION
                   KEY IS NOT LESS THAN VAULT-POSITION-KEY
               INVALID KEY
                   SET VAULT-POSITION-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET VAULT-POSITION-OK TO TRUE
           END-START
           PERFORM UNTIL VAULT-POSITION-NOT-FOUND
               READ VAULT-POSITION NEXT RECORD
                   AT END
                       SET VAULT-POSITION-NOT-FOUND TO TRUE
                   NOT AT END
                       MOVE VLT-BRANCH-CODE TO SEEK-BRANCH
                       PERFORM ADD-BRANCH
               END-READ
           END-PERFORM.

       ADD-BRANCH                                               SECTION.
           IF SEEK-BRANCH NOT NUMERIC OR SEEK-BRANCH = ZERO
               GO TO ADD-BRANCH-EXIT
           END-IF
           IF BRANCH-COUNT > ZERO
               SET BR-IX TO 1
               SEARCH BRANCH-ENTRY
                   AT END
                       CONTINUE
                   WHEN BR-CODE(BR-IX) = SEEK-BRANCH
                       GO TO ADD-BRANCH-EXIT
               END-SEARCH
           END-IF
           IF BRANCH-COUNT < 9999
               ADD 1 TO BRANCH-COUNT
               MOVE SEEK-BRANCH TO BR-CODE(BRANCH-COUNT)
           END-IF.

       ADD-BRANCH-EXIT.
           EXIT.

      *    EVERY CUSTOMER, WHATEVER THEIR STATUS, INTO THE CUSTOMER
      *    TABLE, WITH THEIR IMPLICIT ACCOUNT INTO THE ACCOUNT TABLE.
       CHECK-CUSTOMERS                                          SECTION.
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
                       ADD 1 TO RECORDS-CHECKED
                       PERFORM CHECK-ONE-CUSTOMER
               END-READ
           END-PERFORM.

       CHECK-ONE-CUSTOMER                                       SECTION.
           IF CUSTOMER-COUNT >= 20000 OR KNOWN-COUNT >= 30000
               ADD 1 TO CUSTOMERS-DROPPED
               GO TO CHECK-ONE-CUSTOMER-EXIT
           END-IF

           ADD 1 TO CUSTOMER-COUNT
           MOVE CLIENT-HASH TO CU-HASH(CUSTOMER-COUNT)
           MOVE CLIENT-STATUS TO CU-STATUS(CUSTOMER-COUNT)

           ADD 1 TO KNOWN-COUNT
           MOVE CLIENT-HASH TO KA-NUMBER(KNOWN-COUNT)
           IF CLIENT-STATUS-CLOSED
               SET KA-CLOSED(KNOWN-COUNT) TO TRUE
           ELSE
               SET KA-NOT-CLOSED(KNOWN-COUNT) TO TRUE
           END-IF

      *    A CLOSED CUSTOMER'S BRANCH NO LONGER MATTERS -- NOTHING
      *    WILL BE MAILED OR SERVICED THERE AGAIN.
           IF BRANCH-COUNT = ZERO OR CLIENT-STATUS-CLOSED
               GO TO CHECK-ONE-CUSTOMER-EXIT
           END-IF
           SET BR-IX TO 1
           SEARCH BRANCH-ENTRY
               AT END
                   SET NEW-IS-LOW TO TRUE
                   MOVE "CLIENT" TO NEW-FILE
                   MOVE CLIENT-HASH TO NEW-RECORD-ID
                   MOVE CLIENT-HASH TO NEW-ACCOUNT
                   MOVE SPACES TO NEW-PROBLEM
                   STRING "BRANCH " CLIENT-BRANCH-CODE
                           " IS NOT A BRANCH WE RUN"
                           DELIMITED BY SIZE INTO NEW-PROBLEM
                   PERFORM RECORD-EXCEPTION
               WHEN BR-CODE(BR-IX) = CLIENT-BRANCH-CODE
                   CONTINUE
           END-SEARCH.

       CHECK-ONE-CUSTOMER-EXIT.
           EXIT.

      *    EACH PRODUCT ACCOUNT AGAINST ITS OWNER, THEN INTO THE
      *    ACCOUNT TABLE. AN IMPLICIT ACCOUNT'S ENROLLMENT RECORD (SEE
      *    ACCTMREC.CPY) ONLY CARRIES ITS STATUS ONTO THE SLOT THE
      *    CUSTOMER PASS ALREADY MADE.
       CHECK-PRODUCT-ACCOUNTS                                   SECTION.
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
                       ADD 1 TO RECORDS-CHECKED
                       PERFORM CHECK-ONE-PRODUCT
               END-READ
           END-PERFORM.

       CHECK-ONE-PRODUCT                                        SECTION.
           MOVE "ACCOUNT" TO NEW-FILE
           MOVE ACCT-NUMBER TO NEW-RECORD-ID
           MOVE ACCT-NUMBER TO NEW-ACCOUNT

           MOVE ACCT-CLIENT-HASH TO SEEK-HASH
           PERFORM FIND-CUSTOMER
           IF CUSTOMER-SLOT = ZERO
               SET NEW-IS-HIGH TO TRUE
               MOVE "OWNER NOT ON CLIENT-MASTER" TO NEW-PROBLEM
               PERFORM RECORD-EXCEPTION
           ELSE
               IF ACCT-STATUS-ACTIVE AND CU-CLOSED(CUSTOMER-SLOT)
                   SET NEW-IS-HIGH TO TRUE
                   MOVE "ACTIVE UNDER A CLOSED CUSTOMER"
                       TO NEW-PROBLEM
                   PERFORM RECORD-EXCEPTION
               END-IF
               IF ACCT-STATUS-ACTIVE AND CU-DECEASED(CUSTOMER-SLOT)
                   SET NEW-IS-HIGH TO TRUE
                   MOVE "ACTIVE UNDER A DECEASED CUSTOMER"
                       TO NEW-PROBLEM
                   PERFORM RECORD-EXCEPTION
               END-IF
           END-IF

           MOVE ACCT-NUMBER TO SEEK-HASH
           PERFORM FIND-KNOWN-ACCOUNT
           IF KNOWN-SLOT = ZERO
               IF KNOWN-COUNT >= 30000
                   ADD 1 TO ACCOUNTS-DROPPED
                   GO TO CHECK-ONE-PRODUCT-EXIT
               END-IF
               ADD 1 TO KNOWN-COUNT
               MOVE KNOWN-COUNT TO KNOWN-SLOT
               MOVE ACCT-NUMBER TO KA-NUMBER(KNOWN-SLOT)
               SET KA-NOT-CLOSED(KNOWN-SLOT) TO TRUE
               IF CUSTOMER-SLOT > ZERO
                   IF CU-CLOSED(CUSTOMER-SLOT)
                       SET KA-CLOSED(KNOWN-SLOT) TO TRUE
                   END-IF
               END-IF
           END-IF
           IF ACCT-STATUS-CLOSED
               SET KA-CLOSED(KNOWN-SLOT) TO TRUE
           END-IF.

       CHECK-ONE-PRODUCT-EXIT.
           EXIT.

      *    ONE PASS OF THE LEDGER, COUNTING ENTRIES PER ACCOUNT, THEN
      *    EVERY ACCOUNT IT POSTS UNDER AGAINST THE MASTERS.
       CHECK-LEDGER                                             SECTION.
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
                       PERFORM COUNT-ONE-LEDGER-ENTRY
               END-READ
           END-PERFORM

           PERFORM CHECK-ONE-LEDGER-ACCOUNT
               VARYING LEDGER-I FROM 1 BY 1
               UNTIL LEDGER-I > LEDGER-COUNT.

       COUNT-ONE-LEDGER-ENTRY                                   SECTION.
           MOVE TXN-ACCOUNT-HASH TO SEEK-HASH
           PERFORM FIND-LEDGER-ACCOUNT
           IF LEDGER-SLOT = ZERO
               IF LEDGER-COUNT >= 30000
                   ADD 1 TO LEDGER-ENTRIES-DROPPED
                   GO TO COUNT-ONE-LEDGER-ENTRY-EXIT
               END-IF
               ADD 1 TO LEDGER-COUNT
               MOVE LEDGER-COUNT TO LEDGER-SLOT
               MOVE TXN-ACCOUNT-HASH TO LA-NUMBER(LEDGER-SLOT)
               MOVE ZERO TO LA-ENTRIES(LEDGER-SLOT)
           END-IF
           ADD 1 TO LA-ENTRIES(LEDGER-SLOT).

       COUNT-ONE-LEDGER-ENTRY-EXIT.
           EXIT.

       CHECK-ONE-LEDGER-ACCOUNT                                 SECTION.
           MOVE LA-NUMBER(LEDGER-I) TO SEEK-HASH
           PERFORM FIND-KNOWN-ACCOUNT
           IF KNOWN-SLOT = ZERO
               SET NEW-IS-HIGH TO TRUE
               MOVE "LEDGER" TO NEW-FILE
               MOVE LA-ENTRIES(LEDGER-I) TO EDITED-ENTRIES
               MOVE SPACES TO NEW-RECORD-ID
               STRING EDITED-ENTRIES " ENTRIES"
                       DELIMITED BY SIZE INTO NEW-RECORD-ID
               MOVE LA-NUMBER(LEDGER-I) TO NEW-ACCOUNT
               MOVE "LEDGER ENTRIES, NO MASTER RECORD"
                   TO NEW-PROBLEM
               PERFORM RECORD-EXCEPTION
           END-IF.

      *    A POSITION IS A SHORTCUT DERIVED FROM THE LEDGER (SEE
      *    ACCTPREC.CPY) -- ONE WITH NOTHING BEHIND IT WAS BUILT FOR
      *    THE WRONG ACCOUNT OR OUTLIVED ITS ENTRIES.
       CHECK-POSITIONS                                          SECTION.
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
                       ADD 1 TO RECORDS-CHECKED
                       PERFORM CHECK-ONE-POSITION
               END-READ
           END-PERFORM.

       CHECK-ONE-POSITION                                       SECTION.
           MOVE POS-ACCOUNT-NUMBER TO SEEK-HASH
           PERFORM FIND-LEDGER-ACCOUNT
           IF LEDGER-SLOT = ZERO
               SET NEW-IS-MEDIUM TO TRUE
               MOVE "POSITION" TO NEW-FILE
               MOVE POS-ACCOUNT-NUMBER TO NEW-RECORD-ID
               MOVE POS-ACCOUNT-NUMBER TO NEW-ACCOUNT
               MOVE "POSITION WITH NO LEDGER ENTRIES" TO NEW-PROBLEM
               PERFORM RECORD-EXCEPTION
           END-IF.

       CHECK-TERM-DEPOSITS                                      SECTION.
           MOVE 1 TO TERM-DEPOSIT-KEY
           START TERM-DEPOSIT KEY IS NOT LESS THAN TERM-DEPOSIT-KEY
               INVALID KEY
                   SET TERM-DEPOSIT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET TERM-DEPOSIT-OK TO TRUE
           END-START
           PERFORM UNTIL TERM-DEPOSIT-NOT-FOUND
               READ TERM-DEPOSIT NEXT RECORD
                   AT END
                       SET TERM-DEPOSIT-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO RECORDS-CHECKED
                       PERFORM CHECK-ONE-TERM-DEPOSIT
               END-READ
           END-PERFORM.

       CHECK-ONE-TERM-DEPOSIT                                   SECTION.
           IF NOT TDP-STATUS-OPEN
               GO TO CHECK-ONE-TERM-DEPOSIT-EXIT
           END-IF

           MOVE TDP-ACCOUNT-NUMBER TO SEEK-HASH
           PERFORM FIND-KNOWN-ACCOUNT
           SET NEW-IS-HIGH TO TRUE
           MOVE "TERMDEP" TO NEW-FILE
           MOVE TDP-NUMBER TO NEW-RECORD-ID
           MOVE TDP-ACCOUNT-NUMBER TO NEW-ACCOUNT
           IF KNOWN-SLOT = ZERO
               MOVE "OPEN CERTIFICATE, NO SUCH ACCOUNT"
                   TO NEW-PROBLEM
               PERFORM RECORD-EXCEPTION
           ELSE
               IF KA-CLOSED(KNOWN-SLOT)
                   MOVE "OPEN CERTIFICATE ON A CLOSED ACCOUNT"
                       TO NEW-PROBLEM
                   PERFORM RECORD-EXCEPTION
               END-IF
           END-IF.

       CHECK-ONE-TERM-DEPOSIT-EXIT.
           EXIT.

       CHECK-LOANS                                              SECTION.
           MOVE 1 TO LOAN-MASTER-KEY
           START LOAN-MASTER KEY IS NOT LESS THAN LOAN-MASTER-KEY
               INVALID KEY
                   SET LOAN-MASTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET LOAN-MASTER-OK TO TRUE
           END-START
           PERFORM UNTIL LOAN-MASTER-NOT-FOUND
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       SET LOAN-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO RECORDS-CHECKED
                       PERFORM CHECK-ONE-LOAN
               END-READ
           END-PERFORM.

       CHECK-ONE-LOAN                                           SECTION.
           IF NOT LOAN-STATUS-ACTIVE
               GO TO CHECK-ONE-LOAN-EXIT
           END-IF

           MOVE LOAN-ACCOUNT-NUMBER TO SEEK-HASH
           PERFORM FIND-KNOWN-ACCOUNT
           SET NEW-IS-HIGH TO TRUE
           MOVE "LOAN" TO NEW-FILE
           MOVE LOAN-NUMBER TO NEW-RECORD-ID
           MOVE LOAN-ACCOUNT-NUMBER TO NEW-ACCOUNT
           IF KNOWN-SLOT = ZERO
               MOVE "ACTIVE LOAN, NO SUCH ACCOUNT" TO NEW-PROBLEM
               PERFORM RECORD-EXCEPTION
           ELSE
               IF KA-CLOSED(KNOWN-SLOT)
                   MOVE "ACTIVE LOAN ON A CLOSED ACCOUNT"
                       TO NEW-PROBLEM
                   PERFORM RECORD-EXCEPTION
               END-IF
           END-IF.

       CHECK-ONE-LOAN-EXIT.
           EXIT.

      *    ONLY THE CHEQUEBOOK RANGES -- A STOP OR A RETURN ON A
      *    CLOSED ACCOUNT IS HISTORY, NOT A CONTRADICTION. A BOOK
      *    ALREADY FROZEN BY AN ESTATE PAYS NOTHING, SO IT IS LEFT
      *    ALONE TOO.
       CHECK-CHEQUEBOOKS                                        SECTION.
           MOVE 1 TO CHEQUE-CONTROL-KEY
           START CHEQUE-CONTROL
                   KEY IS NOT LESS THAN CHEQUE-CONTROL-KEY
               INVALID KEY
                   SET CHEQUE-CONTROL-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CHEQUE-CONTROL-OK TO TRUE
           END-START
           PERFORM UNTIL CHEQUE-CONTROL-NOT-FOUND
               READ CHEQUE-CONTROL NEXT RECORD
                   AT END
                       SET CHEQUE-CONTROL-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO RECORDS-CHECKED
                       PERFORM CHECK-ONE-CHEQUEBOOK
               END-READ
           END-PERFORM.

       CHECK-ONE-CHEQUEBOOK                                     SECTION.
           IF NOT CHQ-IS-BOOK OR NOT CHQ-STATUS-ACTIVE
               GO TO CHECK-ONE-CHEQUEBOOK-EXIT
           END-IF

           MOVE CHQ-ACCOUNT-NUMBER TO SEEK-HASH
           PERFORM FIND-KNOWN-ACCOUNT
           SET NEW-IS-MEDIUM TO TRUE
           MOVE "CHEQUE" TO NEW-FILE
           MOVE CHQ-START-NUMBER TO NEW-RECORD-ID
           MOVE CHQ-ACCOUNT-NUMBER TO NEW-ACCOUNT
           IF KNOWN-SLOT = ZERO
               MOVE "CHEQUEBOOK, NO SUCH ACCOUNT" TO NEW-PROBLEM
               PERFORM RECORD-EXCEPTION
           ELSE
               IF KA-CLOSED(KNOWN-SLOT)
                   MOVE "CHEQUEBOOK ON A CLOSED ACCOUNT"
                       TO NEW-PROBLEM
                   PERFORM RECORD-EXCEPTION
               END-IF
           END-IF.

       CHECK-ONE-CHEQUEBOOK-EXIT.
           EXIT.

       CHECK-CARDS                                              SECTION.
           MOVE 1 TO CARD-MASTER-KEY
           START CARD-MASTER KEY IS NOT LESS THAN CARD-MASTER-KEY
               INVALID KEY
                   SET CARD-MASTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CARD-MASTER-OK TO TRUE
           END-START
           PERFORM UNTIL CARD-MASTER-NOT-FOUND
               READ CARD-MASTER NEXT RECORD
                   AT END
                       SET CARD-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO RECORDS-CHECKED
                       PERFORM CHECK-ONE-CARD
               END-READ
           END-PERFORM.

      *    THE CARD NUMBER PRINTS MASKED -- BIN AND LAST FOUR ONLY.
       CHECK-ONE-CARD                                           SECTION.
           IF NOT CRD-STATUS-LIVE
               GO TO CHECK-ONE-CARD-EXIT
           END-IF

           MOVE CRD-ACCOUNT-NUMBER TO SEEK-HASH
           PERFORM FIND-KNOWN-ACCOUNT
           SET NEW-IS-MEDIUM TO TRUE
           MOVE "CARD" TO NEW-FILE
           MOVE SPACES TO NEW-RECORD-ID
           STRING CRD-NUMBER-BIN "******" CRD-NUMBER(13:4)
                   DELIMITED BY SIZE INTO NEW-RECORD-ID
           MOVE CRD-ACCOUNT-NUMBER TO NEW-ACCOUNT
           IF KNOWN-SLOT = ZERO
               MOVE "LIVE CARD, NO SUCH ACCOUNT" TO NEW-PROBLEM
               PERFORM RECORD-EXCEPTION
           ELSE
               IF KA-CLOSED(KNOWN-SLOT)
                   MOVE "LIVE CARD ON A CLOSED ACCOUNT"
                       TO NEW-PROBLEM
                   PERFORM RECORD-EXCEPTION
               END-IF
           END-IF.

       CHECK-ONE-CARD-EXIT.
           EXIT.

       CHECK-PIX-KEYS                                           SECTION.
           MOVE 1 TO PIX-KEY-DIRECTORY-KEY
           START PIX-KEY-DIRECTORY
                   KEY IS NOT LESS THAN PIX-KEY-DIRECTORY-KEY
               INVALID KEY
                   SET PIX-KEY-DIRECTORY-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET PIX-KEY-DIRECTORY-OK TO TRUE
           END-START
           PERFORM UNTIL PIX-KEY-DIRECTORY-NOT-FOUND
               READ PIX-KEY-DIRECTORY NEXT RECORD
                   AT END
                       SET PIX-KEY-DIRECTORY-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO RECORDS-CHECKED
                       PERFORM CHECK-ONE-PIX-KEY
               END-READ
           END-PERFORM.

      *    THE KEY ITSELF MAY BE A CPF, PHONE OR E-MAIL, SO THE
      *    REPORT NAMES THE DIRECTORY RECORD NUMBER INSTEAD.
       CHECK-ONE-PIX-KEY                                        SECTION.
           IF NOT PIXK-STATUS-ACTIVE
               GO TO CHECK-ONE-PIX-KEY-EXIT
           END-IF

           MOVE PIXK-ACCOUNT-NUMBER TO SEEK-HASH
           PERFORM FIND-KNOWN-ACCOUNT
           SET NEW-IS-MEDIUM TO TRUE
           MOVE "PIXKEY" TO NEW-FILE
           MOVE PIX-KEY-DIRECTORY-KEY TO NEW-RECORD-ID
           MOVE PIXK-ACCOUNT-NUMBER TO NEW-ACCOUNT
           IF KNOWN-SLOT = ZERO
               MOVE "ACTIVE PIX KEY, NO SUCH ACCOUNT" TO NEW-PROBLEM
               PERFORM RECORD-EXCEPTION
           ELSE
               IF KA-CLOSED(KNOWN-SLOT)
                   MOVE "ACTIVE PIX KEY ON A CLOSED ACCOUNT"
                       TO NEW-PROBLEM
                   PERFORM RECORD-EXCEPTION
               END-IF
           END-IF.

       CHECK-ONE-PIX-KEY-EXIT.
           EXIT.

      *    SEEK-HASH IN THE CUSTOMER TABLE; CUSTOMER-SLOT ZERO IF NOT.
       FIND-CUSTOMER                                            SECTION.
           MOVE ZERO TO CUSTOMER-SLOT
           IF CUSTOMER-COUNT > ZERO
               SET CU-IX TO 1
               SEARCH CUSTOMER-ENTRY
                   AT END
                       CONTINUE
                   WHEN CU-HASH(CU-IX) = SEEK-HASH
                       SET CUSTOMER-SLOT TO CU-IX
               END-SEARCH
           END-IF.

      *    SEEK-HASH IN THE ACCOUNT TABLE; KNOWN-SLOT ZERO IF NOT.
       FIND-KNOWN-ACCOUNT                                       SECTION.
           MOVE ZERO TO KNOWN-SLOT
           IF KNOWN-COUNT > ZERO
               SET KA-IX TO 1
               SEARCH KNOWN-ACCOUNT
                   AT END
                       CONTINUE
                   WHEN KA-NUMBER(KA-IX) = SEEK-HASH
                       SET KNOWN-SLOT TO KA-IX
               END-SEARCH
           END-IF.

      *    SEEK-HASH IN THE LEDGER TABLE; LEDGER-SLOT ZERO IF NOT.
       FIND-LEDGER-ACCOUNT                                      SECTION.
           MOVE ZERO TO LEDGER-SLOT
           IF LEDGER-COUNT > ZERO
               SET LA-IX TO 1
               SEARCH LEDGER-ACCOUNT
                   AT END
                       CONTINUE
                   WHEN LA-NUMBER(LA-IX) = SEEK-HASH
                       SET LEDGER-SLOT TO LA-IX
               END-SEARCH
           END-IF.

      *    COUNT THE EXCEPTION IN NEW-EXCEPTION UNDER ITS SEVERITY AND
      *    KEEP IT FOR THE REPORT WHILE THE TABLE HAS ROOM.
       RECORD-EXCEPTION                                         SECTION.
           ADD 1 TO SEVERITY-TOTAL(NEW-SEVERITY)
           IF EXCEPTION-COUNT >= 5000
               ADD 1 TO EXCEPTIONS-NOT-LISTED
           ELSE
               ADD 1 TO EXCEPTION-COUNT
               MOVE NEW-SEVERITY TO EX-SEVERITY(EXCEPTION-COUNT)
               MOVE NEW-FILE TO EX-FILE(EXCEPTION-COUNT)
               MOVE NEW-RECORD-ID TO EX-RECORD-ID(EXCEPTION-COUNT)
               MOVE NEW-ACCOUNT TO EX-ACCOUNT(EXCEPTION-COUNT)
               MOVE NEW-PROBLEM TO EX-PROBLEM(EXCEPTION-COUNT)
           END-IF.

      *    ONE SEVERITY'S BANNER AND EXCEPTIONS, IN THE ORDER FOUND.
       PRINT-ONE-SEVERITY                                       SECTION.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE SEVERITY-NAME(PRINT-SEVERITY) TO BANNER-SEVERITY
           MOVE SEVERITY-TOTAL(PRINT-SEVERITY) TO BANNER-COUNT
           MOVE SEVERITY-BANNER-LINE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           ADD 2 TO SPOOL-LINE-COUNT
           DISPLAY SEVERITY-BANNER-LINE

           PERFORM PRINT-ONE-EXCEPTION
               VARYING EXCEPTION-I FROM 1 BY 1
               UNTIL EXCEPTION-I > EXCEPTION-COUNT.

       PRINT-ONE-EXCEPTION                                      SECTION.
           IF EX-SEVERITY(EXCEPTION-I) NOT = PRINT-SEVERITY
               GO TO PRINT-ONE-EXCEPTION-EXIT
           END-IF

           MOVE SEVERITY-NAME(PRINT-SEVERITY) TO RPT-SEVERITY
           MOVE EX-FILE(EXCEPTION-I) TO RPT-FILE
           MOVE EX-RECORD-ID(EXCEPTION-I) TO RPT-RECORD-ID
           MOVE EX-ACCOUNT(EXCEPTION-I) TO RPT-ACCOUNT
           MOVE EX-PROBLEM(EXCEPTION-I) TO RPT-PROBLEM
           MOVE REPORT-DETAIL-LINE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-DETAIL-LINE.

       PRINT-ONE-EXCEPTION-EXIT.
           EXIT.

       WRITE-REPORT-TOTALS                                      SECTION.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "CUSTOMERS CHECKED:" TO RPT-COUNT-LABEL
           MOVE CUSTOMER-COUNT TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "ACCOUNTS KNOWN TO THE MASTERS:" TO RPT-COUNT-LABEL
           MOVE KNOWN-COUNT TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "MASTER RECORDS CHECKED:" TO RPT-COUNT-LABEL
           MOVE RECORDS-CHECKED TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "LEDGER RECORDS SCANNED:" TO RPT-COUNT-LABEL
           MOVE LEDGER-SCANNED TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "BRANCHES WE RUN:" TO RPT-COUNT-LABEL
           MOVE BRANCH-COUNT TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "HIGH SEVERITY:" TO RPT-COUNT-LABEL
           MOVE SEVERITY-TOTAL(1) TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "MEDIUM SEVERITY:" TO RPT-COUNT-LABEL
           MOVE SEVERITY-TOTAL(2) TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "LOW SEVERITY:" TO RPT-COUNT-LABEL
           MOVE SEVERITY-TOTAL(3) TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           IF EXCEPTIONS-NOT-LISTED > ZERO
               MOVE "NOT LISTED (TABLE FULL):" TO RPT-COUNT-LABEL
               MOVE EXCEPTIONS-NOT-LISTED TO RPT-COUNT-VALUE
               MOVE REPORT-COUNT-LINE TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF

           IF CUSTOMERS-DROPPED > ZERO OR ACCOUNTS-DROPPED > ZERO
                   OR LEDGER-ENTRIES-DROPPED > ZERO
               MOVE "LEFT OUT (TABLES FULL):" TO RPT-COUNT-LABEL
               COMPUTE RPT-COUNT-VALUE = CUSTOMERS-DROPPED
                   + ACCOUNTS-DROPPED + LEDGER-ENTRIES-DROPPED
               MOVE REPORT-COUNT-LINE TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF.

           COPY CLIENTOPN.
           COPY ACCTMOPN.
           COPY ACCTXOPN.
           COPY ACCTPOPN.
           COPY TDPOPN.
           COPY LOANOPN.
           COPY CHQOPN.
           COPY CARDOPN.
           COPY PIXKOPN.
           COPY OPRMOPN.
           COPY VLTOPN.
           COPY PARMGET.
           COPY CALGET.
           COPY RPTCWRT.
