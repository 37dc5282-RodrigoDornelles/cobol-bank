       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         GTW1.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        REAL-TIME PIX GATEWAY. SAME SHAPE AS GTW0:
      *                    NO ACCEPT (FILE FAILURES ARE DISPLAYED TO
      *                    THE CONSOLE LOG), A THIN CALL INTERFACE
      *                    OVER A FIXED-LENGTH REQUEST/RESPONSE PAIR,
      *                    MEANT TO SIT BEHIND THE ADAPTER THAT TALKS
      *                    TO THE CENTRAL BANK'S SPI/DICT AND TO THE
      *                    MOBILE-BANKING FRONT END. THREE FUNCTIONS:
      *                    "R" RESOLVE -- WHOSE IS THIS KEY? ANSWERS
      *                        THE ACCOUNT AND HOLDER NAME OF AN
      *                        ACTIVE KEY IN OUR DIRECTORY (PIXKREC)
      *                        ON A LIVE ACCOUNT.
      *                    "O" PAY OUT -- DEBITS THE PAYER'S ACCOUNT
      *                        AS A "G" LEDGER ENTRY, CHECKED AGAINST
      *                        THE AVAILABLE BALANCE (LESS DEPOSIT
      *                        HOLDS AND COURT-FROZEN MONEY) PLUS THE
      *                        OVERDRAFT LIMIT, SAME RULE AS MAN8. A
      *                        KEY THAT IS OUR OWN IS PAID ON-US: THE
      *                        PAYEE IS CREDITED HERE AND NOTHING
      *                        GOES TO THE SPI.
      *                    "I" CREDIT IN -- CREDITS A PAYMENT ANOTHER
      *                        BANK SENT TO ONE OF OUR KEYS AS A "U"
      *                        LEDGER ENTRY.
      *                    EVERY PAYMENT IS ALSO WRITTEN TO THE
      *                    PIX-MOVEMENT FILE (PIXMREC) UNDER ITS
      *                    END-TO-END ID -- A REQUEST REPEATED WITH AN
      *                    ID ALREADY ON FILE IS ANSWERED "DUPLICATE"
      *                    WITH THE ORIGINAL MOVEMENT, NEVER POSTED
      *                    TWICE, SO THE ADAPTER MAY RETRY FREELY.
      *                    POSTINGS GO THROUGH THE POSTING LOCK
      *                    (LOCKGET) LIKE EVERY TELLER TRANSACTION.
      *                    A LEG WHOSE MOVEMENT RECORD CANNOT BE
      *                    WRITTEN IS REVERSED ON THE LEDGER ("R"/"S",
      *                    SAME MACHINERY AS MAN10), AND AN ON-US
      *                    PAYMENT WHOSE PAYEE LEG FAILS HAS THE
      *                    PAYER'S DEBIT REVERSED THE SAME WAY, SO A
      *                    "SYSTEM BUSY" ANSWER ALWAYS MEANS NOTHING
      *                    WAS MOVED. THE FILE STATUS OF ANY SUCH
      *                    FAILURE GOES TO THE CONSOLE LOG, AS THE
      *                    POSITION-FILE MESSAGES ALREADY DO.
      *                    BAT18 SETTLES AND RECONCILES THE DAY. NOT
      *                    ON THE MAN0 MENU.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY ACCTXSEL.
           COPY ACCTPSEL.
           COPY PIXKSEL.
           COPY PIXMSEL.
           COPY JUDSEL.
           COPY CAUSEL.
           COPY LOCKSEL.

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
       FD  PIX-KEY-DIRECTORY.
           COPY PIXKREC.
       FD  PIX-MOVEMENT.
           COPY PIXMREC.
       FD  JUDICIAL-BLOCK.
           COPY JUDREC.
       FD  CARD-AUTH.
           COPY CAUREC.
       FD  POSTING-LOCK.
           COPY LOCKREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY ACCTXSTA.
           COPY ACCTPSTA.
           COPY PIXKSTA.
           COPY PIXMSTA.
           COPY JUDSTA.
           COPY CAUSTA.
           COPY LOCKSTA.
           COPY OPERSTA.
       77  PAYER-ACCOUNT                      PIC 9(10).
       77  PAYER-OVERDRAFT-LIMIT              PIC 9(9)V99.
       77  PAYER-NAME                         PIC X(32).
       77  PAYEE-ACCOUNT                      PIC 9(10).
       77  PAYEE-NAME                         PIC X(32).
       77  CURRENT-BALANCE                    PIC S9(9)V99.
       77  AVAILABLE-BALANCE                  PIC S9(9)V99.
       77  PAYMENT-HEADROOM                   PIC S9(9)V99.
       77  NEW-BALANCE                        PIC S9(9)V99.
       77  TODAY-DATE                         PIC 9(8).
       77  ON-US-SW                           PIC X.
           88  PAYMENT-ON-US                    VALUE "Y".
           88  PAYMENT-VIA-SPI                  VALUE "N".
      *    THE DIRECTION AND END-TO-END ID A DUPLICATE CHECK LOOKS
      *    FOR, AND THE MOVEMENT IT FOUND (ZERO IF NONE).
       77  SEEK-DIRECTION                     PIC X.
       77  SEEK-END-TO-END-ID                 PIC X(32).
       77  FOUND-MOVEMENT-NUMBER              PIC 9(8).
      *    THE LEG THE NEXT REVERSE-PIX-LEG WILL CANCEL -- ITS ACCOUNT,
      *    LEDGER SEQUENCE, THE "R"/"S" TYPE THAT UNDOES IT AND THE
      *    BALANCE IT LEAVES -- AND WHETHER THAT REVERSAL POSTED.
       77  REVERSE-ACCOUNT                    PIC 9(10).
       77  REVERSE-SEQUENCE                   PIC 9(8).
       77  REVERSE-TXN-TYPE                   PIC X.
       77  REVERSE-BALANCE                    PIC S9(9)V99.
       77  REVERSAL-SW                        PIC X.
           88  REVERSAL-POSTED                  VALUE "Y".
           88  REVERSAL-FAILED                  VALUE "N".
      *    THE PAYER'S LEG OF AN ON-US PAYMENT, KEPT WHILE THE PAYEE'S
      *    LEG POSTS IN CASE IT HAS TO BE UNDONE.
       77  PAYER-MOVEMENT-NUMBER              PIC 9(8).
       77  PAYER-LEG-SEQUENCE                 PIC 9(8).

       LINKAGE                                                  SECTION.
       01  LK-PIX-REQUEST.
           02  LK-PIX-FUNCTION                PIC X.
               88  LK-PIX-RESOLVE                 VALUE "R".
               88  LK-PIX-PAY-OUT                 VALUE "O".
               88  LK-PIX-CREDIT-IN               VALUE "I".
           02  LK-PIX-KEY                     PIC X(40).
      *    THE PAYER'S ACCOUNT ON A PAY-OUT; NOT USED OTHERWISE.
           02  LK-PIX-ACCOUNT-ID              PIC 9(10).
           02  LK-PIX-AMOUNT                  PIC 9(9)V99.
           02  LK-PIX-END-TO-END-ID           PIC X(32).
      *    THE OTHER BANK AND THE OTHER PARTY -- THE PAYEE'S ON A
      *    PAY-OUT, THE PAYER'S ON A CREDIT-IN.
           02  LK-PIX-COUNTERPARTY-ISPB       PIC 9(8).
           02  LK-PIX-COUNTERPARTY-NAME       PIC X(32).
       01  LK-PIX-RESPONSE.
           02  LK-PIX-RESULT                  PIC X(02).
               88  LK-PIX-OK                      VALUE "00".
               88  LK-PIX-KEY-NOT-FOUND           VALUE "01".
               88  LK-PIX-ACCOUNT-UNAVAILABLE     VALUE "02".
               88  LK-PIX-INSUFFICIENT-FUNDS      VALUE "03".
               88  LK-PIX-DUPLICATE               VALUE "04".
               88  LK-PIX-BAD-REQUEST             VALUE "05".
               88  LK-PIX-SYSTEM-BUSY             VALUE "06".
           02  LK-PIX-RESP-ACCOUNT-ID         PIC 9(10).
           02  LK-PIX-RESP-NAME               PIC X(32).
      *    THE BALANCE LEFT ON THE ACCOUNT THE PAYMENT POSTED TO --
      *    THE PAYER'S ON A PAY-OUT, THE PAYEE'S ON A CREDIT-IN.
           02  LK-PIX-RESP-BALANCE            PIC S9(9)V99.
           02  LK-PIX-RESP-MOVEMENT           PIC 9(8).

       PROCEDURE                                                DIVISION
                                     USING LK-PIX-REQUEST
                                           LK-PIX-RESPONSE.
       MAIN.
           SET LK-PIX-BAD-REQUEST TO TRUE
           MOVE ZERO TO LK-PIX-RESP-ACCOUNT-ID
           MOVE SPACES TO LK-PIX-RESP-NAME
           MOVE ZERO TO LK-PIX-RESP-BALANCE
           MOVE ZERO TO LK-PIX-RESP-MOVEMENT
           MOVE "PIXGTW" TO CURRENT-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE

           EVALUATE TRUE
               WHEN LK-PIX-RESOLVE
                   PERFORM RESOLVE-PIX-KEY
               WHEN LK-PIX-PAY-OUT
                   PERFORM SEND-PIX-PAYMENT
               WHEN LK-PIX-CREDIT-IN
                   PERFORM RECEIVE-PIX-CREDIT
           END-EVALUATE
           GOBACK.

      *    THE DICT-STYLE LOOKUP: AN ACTIVE KEY ON A LIVE ACCOUNT.
       RESOLVE-PIX-KEY                                          SECTION.
           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-PIX-KEY-DIRECTORY

           PERFORM FIND-OUR-KEY
           IF LK-PIX-OK
               MOVE PAYEE-ACCOUNT TO LK-PIX-RESP-ACCOUNT-ID
               MOVE PAYEE-NAME TO LK-PIX-RESP-NAME
           END-IF

           CLOSE CLIENT-MASTER ACCOUNT-MASTER PIX-KEY-DIRECTORY.

      *    LK-PIX-KEY IN OUR DIRECTORY, ON AN ACCOUNT THAT CAN TAKE
      *    MONEY. LEAVES LK-PIX-RESULT SET, AND PAYEE-ACCOUNT /
      *    PAYEE-NAME FILLED WHEN IT IS OK.
       FIND-OUR-KEY                                             SECTION.
           MOVE LK-PIX-KEY TO PIX-SEEK-KEY
           PERFORM PIX-KEY-DIRECTORY-SEEK-KEY
           IF PIX-KEY-SEEK-NOT-FOUND
               SET LK-PIX-KEY-NOT-FOUND TO TRUE
               GO TO FIND-OUR-KEY-EXIT
           END-IF

           MOVE PIXK-ACCOUNT-NUMBER TO PAYEE-ACCOUNT
           MOVE PAYEE-ACCOUNT TO ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT
           IF ACCOUNT-RESOLVE-NOT-FOUND
                   OR RESOLVED-ACCOUNT-NOT-ACTIVE
               SET LK-PIX-ACCOUNT-UNAVAILABLE TO TRUE
               GO TO FIND-OUR-KEY-EXIT
           END-IF

           MOVE CLIENT-NAME TO PAYEE-NAME
           SET LK-PIX-OK TO TRUE.

       FIND-OUR-KEY-EXIT.
           EXIT.

      *    A PAYMENT OUT OF ONE OF OUR ACCOUNTS TO ANY PIX KEY.
       SEND-PIX-PAYMENT                                         SECTION.
           IF LK-PIX-AMOUNT NOT NUMERIC
                   OR LK-PIX-AMOUNT = ZERO
                   OR LK-PIX-END-TO-END-ID = SPACES
                   OR LK-PIX-KEY = SPACES
               GO TO SEND-PIX-PAYMENT-EXIT
           END-IF

           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-PIX-KEY-DIRECTORY

           MOVE LK-PIX-ACCOUNT-ID TO PAYER-ACCOUNT
           MOVE PAYER-ACCOUNT TO ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT
           IF ACCOUNT-RESOLVE-NOT-FOUND
                   OR RESOLVED-ACCOUNT-NOT-ACTIVE
               SET LK-PIX-ACCOUNT-UNAVAILABLE TO TRUE
               CLOSE CLIENT-MASTER ACCOUNT-MASTER PIX-KEY-DIRECTORY
               GO TO SEND-PIX-PAYMENT-EXIT
           END-IF
           MOVE ACCOUNT-RESOLVE-OVERDRAFT TO PAYER-OVERDRAFT-LIMIT
           MOVE CLIENT-NAME TO PAYER-NAME

      *    A KEY OF OUR OWN IS PAID ON-US. ONE THAT IS NOT OURS IS THE
      *    SPI'S TO ROUTE -- THE ADAPTER HAS ALREADY RESOLVED IT WITH
      *    THE DICT BEFORE CALLING.
           SET PAYMENT-VIA-SPI TO TRUE
           PERFORM FIND-OUR-KEY
           EVALUATE TRUE
               WHEN LK-PIX-OK
                   SET PAYMENT-ON-US TO TRUE
               WHEN LK-PIX-KEY-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   CLOSE CLIENT-MASTER ACCOUNT-MASTER
                       PIX-KEY-DIRECTORY
                   GO TO SEND-PIX-PAYMENT-EXIT
           END-EVALUATE
           CLOSE CLIENT-MASTER ACCOUNT-MASTER PIX-KEY-DIRECTORY

           IF PAYMENT-ON-US AND PAYEE-ACCOUNT = PAYER-ACCOUNT
               SET LK-PIX-BAD-REQUEST TO TRUE
               GO TO SEND-PIX-PAYMENT-EXIT
           END-IF

           PERFORM ACQUIRE-POSTING-LOCK
           IF POSTING-LOCK-DENIED
               SET LK-PIX-SYSTEM-BUSY TO TRUE
               GO TO SEND-PIX-PAYMENT-EXIT
           END-IF
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION
           PERFORM OPEN-PIX-MOVEMENT

           MOVE "O" TO SEEK-DIRECTION
           MOVE LK-PIX-END-TO-END-ID TO SEEK-END-TO-END-ID
           PERFORM FIND-MOVEMENT-BY-END-TO-END
           IF FOUND-MOVEMENT-NUMBER > ZERO
               SET LK-PIX-DUPLICATE TO TRUE
               MOVE FOUND-MOVEMENT-NUMBER TO LK-PIX-RESP-MOVEMENT
               MOVE PAYER-ACCOUNT TO LK-PIX-RESP-ACCOUNT-ID
               PERFORM CLOSE-POSTING-FILES
               GO TO SEND-PIX-PAYMENT-EXIT
           END-IF

      *    SAME AVAILABLE-BALANCE-PLUS-OVERDRAFT RULE AS MAN8, TAKEN
      *    UNDER THE LOCK SO NO OTHER SESSION CAN SPEND THE SAME
      *    MONEY IN BETWEEN.
           MOVE PAYER-ACCOUNT TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE TXN-SEEK-BALANCE TO CURRENT-BALANCE
           MOVE PAYER-ACCOUNT TO JUD-SEEK-ACCOUNT
           PERFORM JUDICIAL-FROZEN-BALANCE
           MOVE PAYER-ACCOUNT TO CAU-SEEK-ACCOUNT
           PERFORM CARD-HELD-BALANCE
           COMPUTE AVAILABLE-BALANCE =
               CURRENT-BALANCE - TXN-SEEK-HELD-AMOUNT
               - JUD-FROZEN-TOTAL - CAU-HELD-TOTAL
           COMPUTE PAYMENT-HEADROOM =
               AVAILABLE-BALANCE + PAYER-OVERDRAFT-LIMIT
           IF LK-PIX-AMOUNT > PAYMENT-HEADROOM
               SET LK-PIX-INSUFFICIENT-FUNDS TO TRUE
               MOVE PAYER-ACCOUNT TO LK-PIX-RESP-ACCOUNT-ID
               PERFORM CLOSE-POSTING-FILES
               GO TO SEND-PIX-PAYMENT-EXIT
           END-IF

           COMPUTE NEW-BALANCE = CURRENT-BALANCE - LK-PIX-AMOUNT
           MOVE PAYER-ACCOUNT TO TXN-ACCOUNT-HASH
           SET TXN-IS-PIX-OUT TO TRUE
           PERFORM POST-PIX-LEG
           IF NOT LK-PIX-OK
               PERFORM CLOSE-POSTING-FILES
               GO TO SEND-PIX-PAYMENT-EXIT
           END-IF
           MOVE PAYER-ACCOUNT TO LK-PIX-RESP-ACCOUNT-ID
           MOVE PAYER-NAME TO LK-PIX-RESP-NAME
           MOVE NEW-BALANCE TO LK-PIX-RESP-BALANCE
           MOVE PIXM-MOVEMENT-NUMBER TO LK-PIX-RESP-MOVEMENT
           MOVE PIXM-MOVEMENT-NUMBER TO PAYER-MOVEMENT-NUMBER
           MOVE PIXM-LEDGER-SEQUENCE TO PAYER-LEG-SEQUENCE

      *    ON-US: THE PAYEE'S LEG POSTS RIGHT BEHIND THE PAYER'S,
      *    UNDER THE SAME LOCK AND THE SAME END-TO-END ID. IF IT
      *    CANNOT BE POSTED THE PAYER IS GIVEN THE MONEY BACK.
           IF PAYMENT-ON-US
               MOVE PAYEE-ACCOUNT TO TXN-SEEK-HASH
               PERFORM ACCOUNT-POSITION-BALANCE
               COMPUTE NEW-BALANCE = TXN-SEEK-BALANCE + LK-PIX-AMOUNT
               MOVE PAYEE-ACCOUNT TO TXN-ACCOUNT-HASH
               SET TXN-IS-PIX-IN TO TRUE
               PERFORM POST-PIX-LEG
               IF NOT LK-PIX-OK
                   PERFORM UNDO-ON-US-PAYER-LEG
               END-IF
           END-IF

           PERFORM CLOSE-POSTING-FILES.

       SEND-PIX-PAYMENT-EXIT.
           EXIT.

      *    A PAYMENT ANOTHER BANK SENT TO ONE OF OUR KEYS. AN UNKNOWN
      *    KEY OR A DEAD ACCOUNT IS REFUSED AND THE SPI RETURNS THE
      *    MONEY TO THE PAYER.
       RECEIVE-PIX-CREDIT                                       SECTION.
           IF LK-PIX-AMOUNT NOT NUMERIC
                   OR LK-PIX-AMOUNT = ZERO
                   OR LK-PIX-END-TO-END-ID = SPACES
                   OR LK-PIX-KEY = SPACES
               GO TO RECEIVE-PIX-CREDIT-EXIT
           END-IF

           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-PIX-KEY-DIRECTORY
           PERFORM FIND-OUR-KEY
           CLOSE CLIENT-MASTER ACCOUNT-MASTER PIX-KEY-DIRECTORY
           IF NOT LK-PIX-OK
               GO TO RECEIVE-PIX-CREDIT-EXIT
           END-IF

           SET PAYMENT-VIA-SPI TO TRUE
           PERFORM ACQUIRE-POSTING-LOCK
           IF POSTING-LOCK-DENIED
               SET LK-PIX-SYSTEM-BUSY TO TRUE
               GO TO RECEIVE-PIX-CREDIT-EXIT
           END-IF
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION
           PERFORM OPEN-PIX-MOVEMENT

           MOVE "I" TO SEEK-DIRECTION
           MOVE LK-PIX-END-TO-END-ID TO SEEK-END-TO-END-ID
           PERFORM FIND-MOVEMENT-BY-END-TO-END
           IF FOUND-MOVEMENT-NUMBER > ZERO
               SET LK-PIX-DUPLICATE TO TRUE
               MOVE FOUND-MOVEMENT-NUMBER TO LK-PIX-RESP-MOVEMENT
               MOVE PAYEE-ACCOUNT TO LK-PIX-RESP-ACCOUNT-ID
               PERFORM CLOSE-POSTING-FILES
               GO TO RECEIVE-PIX-CREDIT-EXIT
           END-IF

           MOVE PAYEE-ACCOUNT TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           COMPUTE NEW-BALANCE = TXN-SEEK-BALANCE + LK-PIX-AMOUNT
           MOVE PAYEE-ACCOUNT TO TXN-ACCOUNT-HASH
           SET TXN-IS-PIX-IN TO TRUE
           PERFORM POST-PIX-LEG
           IF LK-PIX-OK
               MOVE PAYEE-ACCOUNT TO LK-PIX-RESP-ACCOUNT-ID
               MOVE PAYEE-NAME TO LK-PIX-RESP-NAME
               MOVE NEW-BALANCE TO LK-PIX-RESP-BALANCE
               MOVE PIXM-MOVEMENT-NUMBER TO LK-PIX-RESP-MOVEMENT
           END-IF

           PERFORM CLOSE-POSTING-FILES.

       RECEIVE-PIX-CREDIT-EXIT.
           EXIT.

      *    ONE LEG: THE LEDGER ENTRY (TXN-ACCOUNT-HASH AND TXN-TYPE
      *    SET BY THE CALLER, NEW-BALANCE ALREADY WORKED OUT) AND THE
      *    MOVEMENT RECORD IT POINTS AT. THE MOVEMENT NUMBER IS THE
      *    NEXT FREE RELATIVE KEY, TAKEN BEFORE THE LEDGER WRITE SO
      *    THE ENTRY CAN CARRY IT.
       POST-PIX-LEG                                             SECTION.
           COMPUTE PIX-MOVEMENT-KEY = PIX-MOVEMENT-RECORD-COUNT + 1

           MOVE LK-PIX-AMOUNT TO TXN-AMOUNT
           MOVE NEW-BALANCE TO TXN-BALANCE-AFTER
           MOVE TODAY-DATE TO TXN-DATE
           MOVE PIX-MOVEMENT-KEY TO TXN-COUNTERPART-HASH
           ADD 1 TO ACCOUNT-TXN-MAX-SEQUENCE
           MOVE ACCOUNT-TXN-MAX-SEQUENCE TO TXN-SEQUENCE
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE ZERO TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

      *    WHAT IT WOULD TAKE TO UNDO THIS LEG, SHOULD ITS MOVEMENT
      *    RECORD NOT GO DOWN.
           MOVE TXN-ACCOUNT-HASH TO REVERSE-ACCOUNT
           MOVE TXN-SEQUENCE TO REVERSE-SEQUENCE
           IF TXN-IS-PIX-OUT
               MOVE "R" TO REVERSE-TXN-TYPE
               COMPUTE REVERSE-BALANCE = NEW-BALANCE + LK-PIX-AMOUNT
           ELSE
               MOVE "S" TO REVERSE-TXN-TYPE
               COMPUTE REVERSE-BALANCE = NEW-BALANCE - LK-PIX-AMOUNT
           END-IF

           COMPUTE ACCOUNT-TXN-KEY =
               ACCOUNT-TXN-RECORD-COUNT + 1
           WRITE ACCOUNT-TXN-RECORD
               INVALID KEY
                   DISPLAY "[X] PIX leg not posted for account "
                       REVERSE-ACCOUNT ", file status: "
                       ACCOUNT-TXN-STATUS
                   SET LK-PIX-SYSTEM-BUSY TO TRUE
                   GO TO POST-PIX-LEG-EXIT
           END-WRITE
           ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
           PERFORM ACCOUNT-POSITION-UPDATE

           MOVE ZEROS TO PIX-MOVEMENT-RECORD
           MOVE PIX-MOVEMENT-KEY TO PIXM-MOVEMENT-NUMBER
           IF TXN-IS-PIX-OUT
               SET PIXM-IS-OUTGOING TO TRUE
           ELSE
               SET PIXM-IS-INCOMING TO TRUE
           END-IF
           MOVE LK-PIX-END-TO-END-ID TO PIXM-END-TO-END-ID
           MOVE TXN-ACCOUNT-HASH TO PIXM-ACCOUNT-NUMBER
           MOVE LK-PIX-KEY TO PIXM-KEY-VALUE
           MOVE TXN-AMOUNT TO PIXM-AMOUNT
           MOVE TODAY-DATE TO PIXM-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO PIXM-TIMESTAMP
           MOVE TXN-SEQUENCE TO PIXM-LEDGER-SEQUENCE
      *    ON-US, EACH LEG NAMES THE OTHER HOLDER AS ITS COUNTERPARTY.
           IF PAYMENT-ON-US
               SET PIXM-ON-US TO TRUE
               MOVE ZERO TO PIXM-COUNTERPARTY-ISPB
               IF TXN-IS-PIX-OUT
                   MOVE PAYEE-NAME TO PIXM-COUNTERPARTY-NAME
               ELSE
                   MOVE PAYER-NAME TO PIXM-COUNTERPARTY-NAME
               END-IF
           ELSE
               SET PIXM-VIA-SPI TO TRUE
               MOVE LK-PIX-COUNTERPARTY-ISPB TO PIXM-COUNTERPARTY-ISPB
               MOVE LK-PIX-COUNTERPARTY-NAME TO PIXM-COUNTERPARTY-NAME
           END-IF
      *    WITHOUT ITS MOVEMENT A RETRY COULD NOT BE RECOGNISED AS A
      *    DUPLICATE, SO THE LEDGER LEG IS TAKEN BACK OUT.
           WRITE PIX-MOVEMENT-RECORD
               INVALID KEY
                   DISPLAY "[X] PIX movement " PIX-MOVEMENT-KEY
                       " not written, file status: "
                       PIX-MOVEMENT-STATUS
                   PERFORM REVERSE-PIX-LEG
                   SET LK-PIX-SYSTEM-BUSY TO TRUE
                   GO TO POST-PIX-LEG-EXIT
           END-WRITE
           ADD 1 TO PIX-MOVEMENT-RECORD-COUNT
           SET LK-PIX-OK TO TRUE.

       POST-PIX-LEG-EXIT.
           EXIT.

      *    THE PAYEE'S LEG OF AN ON-US PAYMENT DID NOT POST: THE
      *    PAYER'S DEBIT IS REVERSED AND ITS MOVEMENT MARKED WITH THE
      *    REVERSING ENTRY, SO THE ADAPTER'S RETRY IS NOT TAKEN FOR A
      *    DUPLICATE. THE ANSWER STAYS "SYSTEM BUSY".
       UNDO-ON-US-PAYER-LEG                                     SECTION.
           MOVE PAYER-ACCOUNT TO REVERSE-ACCOUNT
           MOVE PAYER-LEG-SEQUENCE TO REVERSE-SEQUENCE
           MOVE "R" TO REVERSE-TXN-TYPE
           MOVE CURRENT-BALANCE TO REVERSE-BALANCE
           PERFORM REVERSE-PIX-LEG
           SET LK-PIX-SYSTEM-BUSY TO TRUE
           MOVE CURRENT-BALANCE TO LK-PIX-RESP-BALANCE
           MOVE ZERO TO LK-PIX-RESP-MOVEMENT
           IF REVERSAL-FAILED
               GO TO UNDO-ON-US-PAYER-LEG-EXIT
           END-IF

           MOVE PAYER-MOVEMENT-NUMBER TO PIX-MOVEMENT-KEY
           READ PIX-MOVEMENT
               INVALID KEY
                   DISPLAY "[X] PIX movement " PIX-MOVEMENT-KEY
                       " not found to mark reversed, file status: "
                       PIX-MOVEMENT-STATUS
                   GO TO UNDO-ON-US-PAYER-LEG-EXIT
           END-READ
           MOVE ACCOUNT-TXN-MAX-SEQUENCE TO PIXM-REVERSAL-SEQUENCE
           REWRITE PIX-MOVEMENT-RECORD
               INVALID KEY
                   DISPLAY "[X] PIX movement " PIX-MOVEMENT-KEY
                       " not marked reversed, file status: "
                       PIX-MOVEMENT-STATUS
           END-REWRITE.

       UNDO-ON-US-PAYER-LEG-EXIT.
           EXIT.

      *    POSTS THE "R" (GIVES BACK A DEBIT) OR "S" (TAKES BACK A
      *    CREDIT) ENTRY DESCRIBED BY THE REVERSE- FIELDS, LINKED TO
      *    THE LEG IT CANCELS. IF EVEN THAT WRITE FAILS THE ACCOUNT
      *    HAS TO BE PUT RIGHT BY HAND.
       REVERSE-PIX-LEG                                          SECTION.
           SET REVERSAL-FAILED TO TRUE
           MOVE REVERSE-ACCOUNT TO TXN-ACCOUNT-HASH
           MOVE REVERSE-TXN-TYPE TO TXN-TYPE
           MOVE LK-PIX-AMOUNT TO TXN-AMOUNT
           MOVE REVERSE-BALANCE TO TXN-BALANCE-AFTER
           MOVE TODAY-DATE TO TXN-DATE
           MOVE ZERO TO TXN-COUNTERPART-HASH
           ADD 1 TO ACCOUNT-TXN-MAX-SEQUENCE
           MOVE ACCOUNT-TXN-MAX-SEQUENCE TO TXN-SEQUENCE
           MOVE REVERSE-SEQUENCE TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE ZERO TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
               ACCOUNT-TXN-RECORD-COUNT + 1
           WRITE ACCOUNT-TXN-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not reverse PIX leg "
                       REVERSE-SEQUENCE ", file status: "
                       ACCOUNT-TXN-STATUS
                   DISPLAY "[X] Account " REVERSE-ACCOUNT
                       " must be corrected by hand."
                   GO TO REVERSE-PIX-LEG-EXIT
           END-WRITE
           ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
           PERFORM ACCOUNT-POSITION-UPDATE
           SET REVERSAL-POSTED TO TRUE.

       REVERSE-PIX-LEG-EXIT.
           EXIT.

      *    AN END-TO-END ID ALREADY TAKEN IN THIS DIRECTION. ON-US
      *    PAYMENTS LEAVE THE SAME ID ON AN "O" AND AN "I" RECORD, SO
      *    THE DIRECTION IS PART OF THE MATCH. A PAYER LEG GTW1 HAD
      *    TO REVERSE DOES NOT COUNT.
       FIND-MOVEMENT-BY-END-TO-END                              SECTION.
           MOVE ZERO TO FOUND-MOVEMENT-NUMBER
           MOVE 1 TO PIX-MOVEMENT-KEY
           START PIX-MOVEMENT
                   KEY IS NOT LESS THAN PIX-MOVEMENT-KEY
               INVALID KEY
                   SET PIX-MOVEMENT-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL PIX-MOVEMENT-NOT-FOUND
                       OR FOUND-MOVEMENT-NUMBER > ZERO
               READ PIX-MOVEMENT NEXT RECORD
                   AT END
                       SET PIX-MOVEMENT-NOT-FOUND TO TRUE
                   NOT AT END
                       IF PIXM-END-TO-END-ID = SEEK-END-TO-END-ID
                               AND PIXM-DIRECTION = SEEK-DIRECTION
                               AND PIXM-REVERSAL-SEQUENCE = ZERO
                           MOVE PIXM-MOVEMENT-NUMBER
                               TO FOUND-MOVEMENT-NUMBER
                       END-IF
               END-READ
           END-PERFORM.

       CLOSE-POSTING-FILES                                      SECTION.
           CLOSE ACCOUNT-TXN ACCOUNT-POSITION PIX-MOVEMENT
           PERFORM RELEASE-POSTING-LOCK.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTMFND.
           COPY ACCTXOPN.
           COPY ACCTXFND.
           COPY ACCTPOPN.
           COPY ACCTPUPD.
           COPY PIXKOPN.
           COPY PIXKFND.
           COPY PIXMOPN.
           COPY JUDFND.
           COPY CAUFND.
           COPY LOCKGET.
