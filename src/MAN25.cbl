       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         MAN25.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        INTERCHANGE REPAIR QUEUE -- THE BACK-OFFICE
      *                    SCREEN FOR THE CLEARING-HOUSE ITEMS BAT9
      *                    PARKED ON data/INTERSUS.DAT (SUSREC.CPY)
      *                    BECAUSE THEIR ACCOUNT WAS UNKNOWN, INACTIVE
      *                    OR CLOSED. LISTS WHAT IS PENDING; THE
      *                    OPERATOR PICKS AN ITEM, LOOKS THE CUSTOMER
      *                    UP BY CPF OR BY PART OF THE NAME, KEYS THE
      *                    ACCOUNT THE ITEM SHOULD HAVE GONE TO, AND
      *                    THE ITEM POSTS THERE AS THE "X" (EXTERNAL
      *                    CREDIT) OR "Y" (EXTERNAL DEBIT) BAT9 WOULD
      *                    HAVE POSTED -- UNDER THE POSTING LOCK, WITH
      *                    BAT9'S FUNDS CHECK ON A DEBIT. THE QUEUE
      *                    RECORD IS MARKED REPAIRED WITH THE ACCOUNT
      *                    AND LEDGER SEQUENCE, AND THE REPAIR IS
      *                    AUDIT-STAMPED. AN ITEM LEFT PENDING TOO
      *                    LONG IS RETURNED BY BAT9, NOT HERE. THE
      *                    POSTING IS BACK-VALUED TO THE ITEM'S
      *                    CLEARING SETTLEMENT DATE WHEN THAT IS STILL
      *                    INSIDE THE BACK-VALUE LIMITS (BKVGET.CPY),
      *                    SO THE CUSTOMER'S INTEREST COMES OUT AS IF
      *                    IT HAD NEVER BEEN PARKED; OTHERWISE IT IS
      *                    VALUED TODAY.
      *                    SUPERVISOR-ONLY, REACHED FROM MAN0.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY ACCTXSEL.
           COPY ACCTHSEL.
           COPY ACCTPSEL.
           COPY SUSSEL.
           COPY LOCKSEL.
           COPY AUDITSEL.
           COPY JUDSEL.
           COPY CAUSEL.
           COPY PARMSEL.
           COPY CALSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENTREC.
       FD  ACCOUNT-MASTER.
           COPY ACCTMREC.
       FD  ACCOUNT-TXN.
           COPY ACCTXREC.
       FD  HISTORY-TXN.
           COPY ACCTHREC.
       FD  ACCOUNT-POSITION.
           COPY ACCTPREC.
       FD  ICH-SUSPENSE.
           COPY SUSREC.
       FD  POSTING-LOCK.
           COPY LOCKREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.
       FD  JUDICIAL-BLOCK.
           COPY JUDREC.
       FD  CARD-AUTH.
           COPY CAUREC.
       FD  PARAMETER-FILE.
           COPY PARMFD.
       FD  BANK-CALENDAR.
           COPY CALREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY ACCTXSTA.
           COPY ACCTHSTA.
           COPY ACCTPSTA.
           COPY SUSSTA.
           COPY LOCKSTA.
           COPY AUDITSTA.
           COPY JUDSTA.
           COPY CAUSTA.
           COPY OPERSTA.
           COPY PARMSTA.
           COPY CALSTA.
           COPY PARMREC.
           COPY BKVSTA.
       77  TODAY-YYYYMMDD                     PIC 9(8).
       77  INP-ITEM-NUMBER                    PIC 9(8).
       77  INP-SEARCH-MODE                    PIC X.
           88  INP-SEARCH-BY-CPF                VALUE "C" "c".
           88  INP-SEARCH-BY-NAME               VALUE "N" "n".
       77  INP-SEARCH-CPF                     PIC 9(11).
       77  INP-SEARCH-NAME                    PIC X(32).
       77  INP-REPAIR-ACCOUNT                 PIC 9(10).
       77  INP-CONFIRM                        PIC X.
           88  INP-CONFIRMED                    VALUE "Y" "y".
       77  PENDING-COUNT                      PIC 9(6).
      *    THE KEYED NAME FRAGMENT, UPPER-CASED, AND HOW MUCH OF IT
      *    TO LOOK FOR -- UP TO THE FIRST DOUBLE SPACE, SO A FRAGMENT
      *    SUCH AS "MARIA SOUZA" IS MATCHED WHOLE.
       77  SEARCH-NAME                        PIC X(32).
       77  SEARCH-NAME-LENGTH                 PIC 9(2).
       77  CANDIDATE-NAME                     PIC X(32).
       77  NAME-HITS                          PIC 9(2).
       77  MATCH-COUNT                        PIC 9(4).
      *    A SEARCH THAT FINDS MORE THAN THIS MANY CUSTOMERS STOPS AND
      *    ASKS FOR A NARROWER ONE.
       77  MATCH-LIMIT                        PIC 9(4) VALUE 20.
       77  CUSTOMER-MATCH-SW                  PIC X.
           88  CUSTOMER-MATCHES                 VALUE "Y".
           88  CUSTOMER-DOES-NOT-MATCH          VALUE "N".
       77  ITEM-BALANCE                       PIC S9(9)V99.
       77  ITEM-NEW-BALANCE                   PIC S9(9)V99.
       77  ITEM-HEADROOM                      PIC S9(9)V99.
       77  EDITED-AMOUNT                      PIC -(9)9.99.
       01  PENDING-ITEM-LINE.
           02  PIL-ITEM                       PIC 9(8).
           02  FILLER                         PIC X(02) VALUE SPACES.
           02  PIL-ACCOUNT                    PIC 9(10).
           02  FILLER                         PIC X(02) VALUE SPACES.
           02  PIL-DIRECTION                  PIC X.
           02  FILLER                         PIC X(02) VALUE SPACES.
           02  PIL-AMOUNT                     PIC Z(8)9.99.
           02  FILLER                         PIC X(02) VALUE SPACES.
           02  PIL-PARKED                     PIC 9(8).
           02  FILLER                         PIC X(02) VALUE SPACES.
           02  PIL-REASON                     PIC X(02).
           02  FILLER                         PIC X(02) VALUE SPACES.
           02  PIL-ORIGIN                     PIC X(20).
       01  CUSTOMER-MATCH-LINE.
           02  FILLER                         PIC X(04) VALUE SPACES.
           02  CML-NAME                       PIC X(32).
           02  FILLER                         PIC X(05) VALUE " CPF ".
           02  CML-CPF                        PIC 9(11).
           02  FILLER                         PIC X(08) VALUE
               " STATUS ".
           02  CML-STATUS                     PIC X.
       01  ACCOUNT-MATCH-LINE.
           02  FILLER                         PIC X(08) VALUE SPACES.
           02  FILLER                         PIC X(08) VALUE
               "ACCOUNT ".
           02  AML-ACCOUNT                    PIC 9(10).
           02  FILLER                         PIC X(09) VALUE
               " PRODUCT ".
           02  AML-PRODUCT                    PIC X.
           02  FILLER                         PIC X(08) VALUE
               " STATUS ".
           02  AML-STATUS                     PIC X.
       01  REPAIR-AUDIT-DETAIL.
           02  FILLER                         PIC X(05) VALUE
               "ITEM ".
           02  RA-ITEM                        PIC 9(8).
           02  FILLER                         PIC X(05) VALUE
               " DIR ".
           02  RA-DIRECTION                   PIC X.
           02  FILLER                         PIC X(08) VALUE
               " AMOUNT ".
           02  RA-AMOUNT                      PIC Z(8)9.99.
           02  FILLER                         PIC X(10) VALUE
               " RECEIVED ".
           02  RA-ORIGINAL-ACCOUNT            PIC 9(10).
           02  FILLER                         PIC X(08) VALUE
               " POSTED ".
           02  RA-REPAIRED-ACCOUNT            PIC 9(10).
           02  FILLER                         PIC X(05) VALUE
               " SEQ ".
           02  RA-SEQUENCE                    PIC 9(8).
           02  FILLER                         PIC X(07) VALUE
               " VALUE ".
           02  RA-VALUE-DATE                  PIC 9(8).

       LINKAGE                                                  SECTION.
       77  LK-OPERATOR-ID                      PIC X(10).
       77  LK-OPERATOR-BRANCH                  PIC 9(4).

       PROCEDURE                                                DIVISION
                                    USING LK-OPERATOR-ID
                                          LK-OPERATOR-BRANCH.
       MAIN.
           MOVE LK-OPERATOR-ID TO CURRENT-OPERATOR-ID
           MOVE LK-OPERATOR-BRANCH TO CURRENT-OPERATOR-BRANCH
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD

           DISPLAY "---------------------------------------------------"
           DISPLAY " INTERCHANGE REPAIR QUEUE"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION
           PERFORM OPEN-ICH-SUSPENSE

           PERFORM LIST-PENDING-ITEMS
           IF PENDING-COUNT > ZERO
               PERFORM REPAIR-ONE-ITEM
           END-IF

           CLOSE CLIENT-MASTER ACCOUNT-MASTER ACCOUNT-TXN
               ACCOUNT-POSITION ICH-SUSPENSE
           GOBACK.

       LIST-PENDING-ITEMS                                       SECTION.
           MOVE ZERO TO PENDING-COUNT
           DISPLAY "    ITEM  ACCOUNT ID  D        AMOUNT  PARKED  "
               "  RC  ORIGIN"
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
                           ADD 1 TO PENDING-COUNT
                           PERFORM SHOW-PENDING-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF PENDING-COUNT = ZERO
               DISPLAY "[!] Nothing is waiting for repair."
           ELSE
               DISPLAY "[!] Items waiting for repair: " PENDING-COUNT
           END-IF.

       SHOW-PENDING-ITEM                                        SECTION.
           MOVE SUS-ITEM-NUMBER TO PIL-ITEM
           MOVE SUS-ACCOUNT-NUMBER TO PIL-ACCOUNT
           MOVE SUS-DIRECTION TO PIL-DIRECTION
           MOVE SUS-AMOUNT TO PIL-AMOUNT
           MOVE SUS-PARKED-DATE TO PIL-PARKED
           MOVE SUS-REASON-CODE TO PIL-REASON
           MOVE SUS-ORIGIN-BANK TO PIL-ORIGIN
           DISPLAY PENDING-ITEM-LINE.

       REPAIR-ONE-ITEM                                          SECTION.
           DISPLAY "[?] Item number to repair (0 to leave):"
           ACCEPT INP-ITEM-NUMBER
           IF INP-ITEM-NUMBER = ZERO
               GO TO REPAIR-ONE-ITEM-EXIT
           END-IF

           PERFORM READ-QUEUED-ITEM
           IF NOT ICH-SUSPENSE-OK
               DISPLAY "[X] No item " INP-ITEM-NUMBER " in the queue."
               GO TO REPAIR-ONE-ITEM-EXIT
           END-IF
           IF NOT SUS-STATUS-PENDING
               DISPLAY "[X] Item " INP-ITEM-NUMBER
                   " is no longer pending (status " SUS-STATUS ")."
               GO TO REPAIR-ONE-ITEM-EXIT
           END-IF

           MOVE SUS-AMOUNT TO EDITED-AMOUNT
           IF SUS-IS-CREDIT
               DISPLAY "[!] Credit of " EDITED-AMOUNT " from "
                   SUS-ORIGIN-BANK
           ELSE
               DISPLAY "[!] Debit of " EDITED-AMOUNT " from "
                   SUS-ORIGIN-BANK
           END-IF
           DISPLAY "[!] Received for account " SUS-ACCOUNT-NUMBER
               ", settled " SUS-SETTLEMENT-DATE

           PERFORM FIND-CUSTOMER

           DISPLAY "[?] Account ID to post the item to:"
           ACCEPT INP-REPAIR-ACCOUNT
           MOVE INP-REPAIR-ACCOUNT TO ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT
           IF ACCOUNT-RESOLVE-NOT-FOUND
               DISPLAY "[X] No account on file for "
                   INP-REPAIR-ACCOUNT
               GO TO REPAIR-ONE-ITEM-EXIT
           END-IF

           DISPLAY "[!] Customer:"
           DISPLAY CLIENT-INFO
           IF ACCOUNT-RESOLVE-SECOND-CPF > ZERO
               DISPLAY "[!] Joint holder: "
                   ACCOUNT-RESOLVE-SECOND-NAME
           END-IF

           IF RESOLVED-ACCOUNT-NOT-ACTIVE
               DISPLAY "[X] Account " INP-REPAIR-ACCOUNT
                   " is inactive, the item cannot go there."
               GO TO REPAIR-ONE-ITEM-EXIT
           END-IF

           PERFORM CHECK-ITEM-FUNDS
           IF SUS-IS-DEBIT AND SUS-AMOUNT > ITEM-HEADROOM
               DISPLAY "[X] Insufficient funds for the debit."
               GO TO REPAIR-ONE-ITEM-EXIT
           END-IF

      *    THE ITEM IS VALUED ON THE DAY THE CLEARING HOUSE SETTLED
      *    IT WHEN THE BACK-VALUE LIMITS STILL ALLOW THAT.
           MOVE ZERO TO BACK-VALUE-DATE
           IF SUS-SETTLEMENT-DATE > ZERO
                   AND SUS-SETTLEMENT-DATE < TODAY-YYYYMMDD
               MOVE SUS-SETTLEMENT-DATE TO BACK-VALUE-DATE
               PERFORM CHECK-BACK-VALUE-DATE
               IF BACK-VALUE-REFUSED
                   DISPLAY "[!] The item will be valued today instead "
                       "of its settlement date."
                   MOVE ZERO TO BACK-VALUE-DATE
               END-IF
           END-IF

           MOVE SUS-AMOUNT TO EDITED-AMOUNT
           DISPLAY "[!] Post " EDITED-AMOUNT " to account "
               INP-REPAIR-ACCOUNT
           IF BACK-VALUE-DATE > ZERO
               DISPLAY "[!] Value date (settlement): " BACK-VALUE-DATE
           END-IF
           DISPLAY "[?] Confirm (Y/N):"
           ACCEPT INP-CONFIRM
           IF NOT INP-CONFIRMED
               DISPLAY "[!] Repair cancelled."
               GO TO REPAIR-ONE-ITEM-EXIT
           END-IF

      *    ENTER THE POSTING WINDOW -- SAME LOCKED RE-OPEN AND RE-CHECK
      *    AS MAN2, PLUS A RE-READ OF THE ITEM IN CASE ANOTHER SESSION
      *    OR A BAT9 RUN SETTLED IT MEANWHILE.
           CLOSE ACCOUNT-TXN ACCOUNT-POSITION ICH-SUSPENSE
           PERFORM ACQUIRE-POSTING-LOCK
           IF POSTING-LOCK-DENIED
               DISPLAY "[X] The posting lock is busy, try again."
               PERFORM OPEN-ACCOUNT-TXN
               PERFORM OPEN-ACCOUNT-POSITION
               PERFORM OPEN-ICH-SUSPENSE
               GO TO REPAIR-ONE-ITEM-EXIT
           END-IF
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION
           PERFORM OPEN-ICH-SUSPENSE

           PERFORM READ-QUEUED-ITEM
           IF NOT ICH-SUSPENSE-OK OR NOT SUS-STATUS-PENDING
               DISPLAY "[X] Item " INP-ITEM-NUMBER
                   " was settled by someone else meanwhile."
               PERFORM RELEASE-POSTING-LOCK
               GO TO REPAIR-ONE-ITEM-EXIT
           END-IF

           PERFORM CHECK-ITEM-FUNDS
           IF SUS-IS-DEBIT AND SUS-AMOUNT > ITEM-HEADROOM
               DISPLAY "[X] Insufficient funds for the debit."
               PERFORM RELEASE-POSTING-LOCK
               GO TO REPAIR-ONE-ITEM-EXIT
           END-IF

           IF SUS-IS-DEBIT
               COMPUTE ITEM-NEW-BALANCE = ITEM-BALANCE - SUS-AMOUNT
               SET TXN-IS-EXTERNAL-DEBIT TO TRUE
           ELSE
               COMPUTE ITEM-NEW-BALANCE = ITEM-BALANCE + SUS-AMOUNT
               SET TXN-IS-EXTERNAL-CREDIT TO TRUE
           END-IF

           MOVE INP-REPAIR-ACCOUNT TO TXN-ACCOUNT-HASH
           MOVE SUS-AMOUNT TO TXN-AMOUNT
           MOVE ITEM-NEW-BALANCE TO TXN-BALANCE-AFTER
           MOVE TODAY-YYYYMMDD TO TXN-DATE
           MOVE ZERO TO TXN-COUNTERPART-HASH
           ADD 1 TO ACCOUNT-TXN-MAX-SEQUENCE
           MOVE ACCOUNT-TXN-MAX-SEQUENCE TO TXN-SEQUENCE
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE CURRENT-OPERATOR-BRANCH TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           IF BACK-VALUE-DATE > ZERO
               MOVE BACK-VALUE-DATE TO TXN-VALUE-DATE
           END-IF
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
               ACCOUNT-TXN-RECORD-COUNT + 1
           WRITE ACCOUNT-TXN-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not post the item, "
                       "file status: " ACCOUNT-TXN-STATUS
                   PERFORM RELEASE-POSTING-LOCK
                   GO TO REPAIR-ONE-ITEM-EXIT
           END-WRITE
           ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
           PERFORM ACCOUNT-POSITION-UPDATE

           SET SUS-STATUS-REPAIRED TO TRUE
           MOVE INP-REPAIR-ACCOUNT TO SUS-REPAIRED-ACCOUNT
           MOVE TXN-SEQUENCE TO SUS-LEDGER-SEQUENCE
           MOVE TODAY-YYYYMMDD TO SUS-RESOLVED-DATE
           MOVE CURRENT-OPERATOR-ID TO SUS-RESOLVED-BY
           REWRITE ICH-SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "[X] Item posted as sequence " TXN-SEQUENCE
                       " but the queue could not be updated, file "
                       "status: " ICH-SUSPENSE-STATUS
           END-REWRITE

           PERFORM RELEASE-POSTING-LOCK

           PERFORM AUDIT-ITEM-REPAIR
           MOVE ITEM-NEW-BALANCE TO EDITED-AMOUNT
           DISPLAY "[!] Item " SUS-ITEM-NUMBER " posted to account "
               INP-REPAIR-ACCOUNT ", new balance: " EDITED-AMOUNT.

       REPAIR-ONE-ITEM-EXIT.
           EXIT.

       READ-QUEUED-ITEM                                         SECTION.
           MOVE INP-ITEM-NUMBER TO ICH-SUSPENSE-KEY
           READ ICH-SUSPENSE
               INVALID KEY
                   SET ICH-SUSPENSE-NOT-FOUND TO TRUE
           END-READ.

      *    THE AVAILABLE BALANCE OF THE ACCOUNT IN INP-REPAIR-ACCOUNT
      *    AND, FOR A DEBIT, BAT9'S HEADROOM: NET OF HOLDS AND OF
      *    COURT-FROZEN MONEY, PLUS THE AUTHORIZED OVERDRAFT.
       CHECK-ITEM-FUNDS                                         SECTION.
           MOVE INP-REPAIR-ACCOUNT TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE TXN-SEEK-BALANCE TO ITEM-BALANCE
           MOVE ZERO TO ITEM-HEADROOM
           IF SUS-IS-DEBIT
               MOVE INP-REPAIR-ACCOUNT TO JUD-SEEK-ACCOUNT
               PERFORM JUDICIAL-FROZEN-BALANCE
               MOVE INP-REPAIR-ACCOUNT TO CAU-SEEK-ACCOUNT
               PERFORM CARD-HELD-BALANCE
               COMPUTE ITEM-HEADROOM =
                   ITEM-BALANCE - TXN-SEEK-HELD-AMOUNT
                   - JUD-FROZEN-TOTAL - CAU-HELD-TOTAL
                   + ACCOUNT-RESOLVE-OVERDRAFT
           END-IF.

      *    OPTIONAL LOOK-UP OF THE CUSTOMER THE ITEM WAS MEANT FOR --
      *    BY CPF, OR BY ANY PART OF THE NAME -- LISTING EACH MATCH
      *    WITH THEIR CHECKING ACCOUNT (THE CUSTOMER'S OWN HASH) AND
      *    EVERY PRODUCT ACCOUNT THEY HOLD OR SHARE.
       FIND-CUSTOMER                                            SECTION.
           DISPLAY "[?] Find the customer by C CPF / N name "
               "(blank to skip):"
           MOVE SPACE TO INP-SEARCH-MODE
           ACCEPT INP-SEARCH-MODE
           EVALUATE TRUE
               WHEN INP-SEARCH-BY-CPF
                   DISPLAY "[?] CPF (11 digits, numbers only):"
                   ACCEPT INP-SEARCH-CPF
               WHEN INP-SEARCH-BY-NAME
                   DISPLAY "[?] Name, or part of it:"
                   ACCEPT INP-SEARCH-NAME
                   MOVE INP-SEARCH-NAME TO SEARCH-NAME
                   INSPECT SEARCH-NAME CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE ZERO TO SEARCH-NAME-LENGTH
                   INSPECT SEARCH-NAME TALLYING SEARCH-NAME-LENGTH
                       FOR LEADING SPACES
                   IF SEARCH-NAME-LENGTH > ZERO
                       DISPLAY "[X] The name must not start with a "
                           "space."
                       GO TO FIND-CUSTOMER-EXIT
                   END-IF
                   INSPECT SEARCH-NAME TALLYING SEARCH-NAME-LENGTH
                       FOR CHARACTERS BEFORE INITIAL "  "
                   IF SEARCH-NAME-LENGTH < 3
                       DISPLAY "[X] Key at least three letters of "
                           "the name."
                       GO TO FIND-CUSTOMER-EXIT
                   END-IF
               WHEN OTHER
                   GO TO FIND-CUSTOMER-EXIT
           END-EVALUATE

           MOVE ZERO TO MATCH-COUNT
           MOVE 1 TO CLIENT-MASTER-KEY
           START CLIENT-MASTER
                   KEY IS NOT LESS THAN CLIENT-MASTER-KEY
               INVALID KEY
                   SET CLIENT-MASTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CLIENT-MASTER-OK TO TRUE
           END-START
           PERFORM UNTIL CLIENT-MASTER-NOT-FOUND
                   OR MATCH-COUNT > MATCH-LIMIT
               READ CLIENT-MASTER NEXT RECORD
                   AT END
                       SET CLIENT-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       PERFORM CHECK-CUSTOMER-MATCH
                       IF CUSTOMER-MATCHES
                           ADD 1 TO MATCH-COUNT
                           IF MATCH-COUNT NOT > MATCH-LIMIT
                               PERFORM SHOW-CUSTOMER-MATCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN MATCH-COUNT = ZERO
                   DISPLAY "[!] No customer matches."
               WHEN MATCH-COUNT > MATCH-LIMIT
                   DISPLAY "[!] More than " MATCH-LIMIT
                       " customers match -- narrow the search."
           END-EVALUATE.

       FIND-CUSTOMER-EXIT.
           EXIT.

       CHECK-CUSTOMER-MATCH                                     SECTION.
           SET CUSTOMER-DOES-NOT-MATCH TO TRUE
           IF INP-SEARCH-BY-CPF
               IF CLIENT-CPF = INP-SEARCH-CPF
                   SET CUSTOMER-MATCHES TO TRUE
               END-IF
               GO TO CHECK-CUSTOMER-MATCH-EXIT
           END-IF

           MOVE CLIENT-NAME TO CANDIDATE-NAME
           INSPECT CANDIDATE-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZERO TO NAME-HITS
           INSPECT CANDIDATE-NAME TALLYING NAME-HITS
               FOR ALL SEARCH-NAME(1:SEARCH-NAME-LENGTH)
           IF NAME-HITS > ZERO
               SET CUSTOMER-MATCHES TO TRUE
           END-IF.

       CHECK-CUSTOMER-MATCH-EXIT.
           EXIT.

       SHOW-CUSTOMER-MATCH                                      SECTION.
           MOVE CLIENT-NAME TO CML-NAME
           MOVE CLIENT-CPF TO CML-CPF
           MOVE CLIENT-STATUS TO CML-STATUS
           DISPLAY CUSTOMER-MATCH-LINE
           MOVE CLIENT-HASH TO AML-ACCOUNT
           MOVE "C" TO AML-PRODUCT
           MOVE CLIENT-STATUS TO AML-STATUS
           DISPLAY ACCOUNT-MATCH-LINE

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
                       IF ACCT-CLIENT-HASH = CLIENT-HASH
                               OR ACCT-SECOND-HOLDER-CPF = CLIENT-CPF
                           MOVE ACCT-NUMBER TO AML-ACCOUNT
                           MOVE ACCT-PRODUCT-TYPE TO AML-PRODUCT
                           MOVE ACCT-STATUS TO AML-STATUS
                           DISPLAY ACCOUNT-MATCH-LINE
                       END-IF
               END-READ
           END-PERFORM.

       AUDIT-ITEM-REPAIR                                        SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "MAN25" TO AUDIT-PROGRAM
           MOVE "ICHREPAIR" TO AUDIT-ACTION
           MOVE INP-REPAIR-ACCOUNT TO AUDIT-ACCOUNT-ID
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           MOVE SUS-ITEM-NUMBER TO RA-ITEM
           MOVE SUS-DIRECTION TO RA-DIRECTION
           MOVE SUS-AMOUNT TO RA-AMOUNT
           MOVE SUS-ACCOUNT-NUMBER TO RA-ORIGINAL-ACCOUNT
           MOVE SUS-REPAIRED-ACCOUNT TO RA-REPAIRED-ACCOUNT
           MOVE SUS-LEDGER-SEQUENCE TO RA-SEQUENCE
           MOVE TODAY-YYYYMMDD TO RA-VALUE-DATE
           IF BACK-VALUE-DATE > ZERO
               MOVE BACK-VALUE-DATE TO RA-VALUE-DATE
           END-IF
           MOVE REPAIR-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL.

           COPY PARMGET.
           COPY CALGET.
           COPY BKVGET.
           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTMFND.
           COPY ACCTXOPN.
           COPY ACCTPOPN.
           COPY ACCTPUPD.
           COPY ACCTXFND.
           COPY SUSOPN.
           COPY LOCKGET.
           COPY AUDITWRT.
           COPY JUDFND.
           COPY CAUFND.
