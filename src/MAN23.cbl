       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         MAN23.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        BRANCH VAULT. KEEPS THE BOOK POSITION OF
      *                    THE OPERATOR'S BRANCH VAULT (VLTREC.CPY)
      *                    AND RECORDS EVERY MOVEMENT OF CASH INTO OR
      *                    OUT OF IT (VLTMREC.CPY):
      *                    - A TELLER BUYS CASH FROM THE VAULT OR
      *                      SELLS SURPLUS CASH TO IT. THE VAULT
      *                      CUSTODIAN -- A SECOND, SUPERVISOR-LEVEL
      *                      OPERATOR -- SIGNS FOR IT WITH THEIR OWN
      *                      PASSWORD, THE SAME DUAL CONTROL AS MAN2'S
      *                      OVERRIDE. MAN15 COUNTS THESE INTO THE
      *                      TELLER'S EXPECTED DRAWER.
      *                    - THE CASH-IN-TRANSIT CARRIER DELIVERS OR
      *                      COLLECTS CASH.
      *                    - THE DAILY VAULT COUNT: THE COUNTED CASH
      *                      AGAINST THE BOOK POSITION, WITH THE
      *                      OVER/SHORT BOOKED AS A MOVEMENT, SPOOLED
      *                      AND STAMPED.
      *                    - A SUPERVISOR SETS THE BRANCH'S MINIMUM
      *                      AND MAXIMUM VAULT CASH.
      *                    WHENEVER A MOVEMENT OR A COUNT LEAVES THE
      *                    VAULT BELOW ITS MINIMUM OR ABOVE ITS
      *                    MAXIMUM, A CASH ORDER FOR THE CARRIER IS
      *                    APPENDED TO data/CASHORD.DAT TO BRING IT
      *                    BACK TO THE MIDDLE OF ITS LIMITS -- ONE
      *                    ORDER OUTSTANDING AT A TIME. CARRIER
      *                    CALLS, COUNTS AND LIMIT CHANGES ARE
      *                    SUPERVISOR WORK AND TAKE A SECOND
      *                    OPERATOR AS WITNESS. EVERY MOVEMENT IS
      *                    STAMPED TO THE AUDIT TRAIL WITH BOTH
      *                    OPERATORS' IDS.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY VLTSEL.
           COPY VLTMSEL.
           COPY DRWSEL.
           COPY OPRMSEL.
           COPY AUDITSEL.
           SELECT CASH-ORDER-FILE
               ASSIGN TO "data/CASHORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASH-ORDER-FILE-STATUS.
           SELECT VAULT-COUNT-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAULT-COUNT-REPORT-STATUS.
           COPY RPTCSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  VAULT-POSITION.
           COPY VLTREC.
       FD  VAULT-MOVEMENT.
           COPY VLTMREC.
       FD  DRAWER-CONTROL.
           COPY DRWREC.
       FD  OPERATOR-MASTER.
           COPY OPRMREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.

      *    ONE LINE PER CASH ORDER FOR THE CARRIER, APPENDED.
       FD  CASH-ORDER-FILE.
       01  CASH-ORDER-RECORD.
           02  CO-BRANCH-CODE                PIC 9(4).
           02  CO-DIRECTION                  PIC X.
               88  CO-IS-DELIVERY              VALUE "D".
               88  CO-IS-COLLECTION            VALUE "C".
           02  CO-AMOUNT                     PIC 9(11)V99.
           02  CO-REQUEST-DATE               PIC 9(8).
           02  CO-REQUESTED-BY               PIC X(10).
           02  CO-VAULT-BALANCE              PIC 9(11)V99.
           02  CO-MIN-LIMIT                  PIC 9(11)V99.
           02  CO-MAX-LIMIT                  PIC 9(11)V99.

       FD  VAULT-COUNT-REPORT.
       01  VAULT-COUNT-REPORT-LINE            PIC X(80).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

       WORKING-STORAGE                                          SECTION.
           COPY VLTSTA.
           COPY VLTMSTA.
           COPY DRWSTA.
           COPY OPRMSTA.
           COPY AUDITSTA.
           COPY RPTCSTA.
           COPY OPERSTA.
       77  CASH-ORDER-FILE-STATUS             PIC XX.
           88  CASH-ORDER-FILE-MISSING          VALUE "35".
       77  VAULT-COUNT-REPORT-STATUS          PIC XX.
       77  INP-VAULT-CHOICE                   PIC 9.
       77  INP-VAULT-AMOUNT                   PIC 9(9)V99.
       77  INP-COUNTED-AMOUNT                 PIC 9(11)V99.
       77  INP-MIN-LIMIT                      PIC 9(11)V99.
       77  INP-MAX-LIMIT                      PIC 9(11)V99.
       77  INP-CARRIER-DIRECTION              PIC X.
           88  INP-CARRIER-DELIVERY             VALUE "D" "d".
           88  INP-CARRIER-COLLECTION           VALUE "C" "c".
       77  TODAY-YYYYMMDD                     PIC 9(8).
       77  VAULT-BOOK-BEFORE                  PIC 9(11)V99.
       77  VAULT-VARIANCE                     PIC S9(11)V99.
       77  VAULT-TARGET                       PIC 9(11)V99.
       77  EDITED-AMOUNT                      PIC -(11)9.99.
      *    DUAL-CONTROL WORKING STORAGE -- THE SECOND OPERATOR'S
      *    CREDENTIALS, WHETHER THEY MUST HOLD SUPERVISOR LEVEL, AND
      *    THE OUTCOME OF THE CHECK.
       77  SECOND-PASSWORD-INPUT              PIC X(10).
       77  SECOND-OPERATOR-ID                 PIC X(10).
       77  SECOND-LEVEL-SW                    PIC X.
           88  SECOND-MUST-BE-SUPERVISOR        VALUE "Y".
           88  SECOND-ANY-LEVEL                 VALUE "N".
       77  SECOND-RESULT-SW                   PIC X.
           88  SECOND-OPERATOR-SIGNED           VALUE "Y".
           88  SECOND-OPERATOR-REFUSED          VALUE "N".
       01  VAULT-AUDIT-DETAIL.
           02  FILLER                         PIC X(06) VALUE
               "VAULT ".
           02  VLA-AUDIT-BRANCH               PIC 9(4).
           02  FILLER                         PIC X(06) VALUE
               " TYPE ".
           02  VLA-AUDIT-TYPE                 PIC X(01).
           02  FILLER                         PIC X(08) VALUE
               " AMOUNT ".
           02  VLA-AUDIT-AMOUNT               PIC Z(8)9.99.
           02  FILLER                         PIC X(04) VALUE
               " BY ".
           02  VLA-AUDIT-TELLER               PIC X(10).
           02  FILLER                         PIC X(06) VALUE
               " WITH ".
           02  VLA-AUDIT-CUSTODIAN            PIC X(10).
           02  FILLER                         PIC X(07) VALUE
               " VAULT ".
           02  VLA-AUDIT-VAULT                PIC Z(10)9.99.
       01  LIMIT-AUDIT-DETAIL.
           02  FILLER                         PIC X(06) VALUE
               "VAULT ".
           02  LMA-AUDIT-BRANCH               PIC 9(4).
           02  FILLER                         PIC X(05) VALUE
               " MIN ".
           02  LMA-AUDIT-MIN                  PIC Z(10)9.99.
           02  FILLER                         PIC X(05) VALUE
               " MAX ".
           02  LMA-AUDIT-MAX                  PIC Z(10)9.99.
           02  FILLER                         PIC X(06) VALUE
               " WITH ".
           02  LMA-AUDIT-WITNESS              PIC X(10).
       01  REPORT-LABEL-LINE.
           02  RL-LABEL                      PIC X(24).
           02  RL-AMOUNT                     PIC Z(10)9.99-.
       01  REPORT-BRANCH-LINE.
           02  FILLER                        PIC X(08) VALUE
               "BRANCH:".
           02  RL-BRANCH                     PIC 9(4).
           02  FILLER                        PIC X(07) VALUE
               "  DATE ".
           02  RL-DATE                       PIC 9(8).
           02  FILLER                        PIC X(08) VALUE
               "  BY ".
           02  RL-OPERATOR                   PIC X(10).
           02  FILLER                        PIC X(06) VALUE
               " WITH ".
           02  RL-WITNESS                    PIC X(10).

       LINKAGE                                                  SECTION.
       77  LK-OPERATOR-ID                      PIC X(10).
       77  LK-OPERATOR-LEVEL                   PIC 9.
       77  LK-OPERATOR-BRANCH                  PIC 9(4).

       PROCEDURE                                                DIVISION
                                    USING LK-OPERATOR-ID
                                          LK-OPERATOR-LEVEL
                                          LK-OPERATOR-BRANCH.
       MAIN.
           MOVE LK-OPERATOR-ID TO CURRENT-OPERATOR-ID
           MOVE LK-OPERATOR-LEVEL TO CURRENT-OPERATOR-LEVEL
           MOVE LK-OPERATOR-BRANCH TO CURRENT-OPERATOR-BRANCH

           DISPLAY "---------------------------------------------------"
           DISPLAY " BRANCH VAULT"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""
           DISPLAY " > 1 buy cash from the vault (to my drawer)"
           DISPLAY " > 2 sell cash to the vault (from my drawer)"
           DISPLAY " > 3 carrier delivery / collection"
           DISPLAY " > 4 daily vault count"
           DISPLAY " > 5 set vault limits"
           DISPLAY " > 0 cancel"
           DISPLAY "[?] Choose your option:"
           ACCEPT INP-VAULT-CHOICE

           IF INP-VAULT-CHOICE = 0
               GOBACK
           END-IF

           IF INP-VAULT-CHOICE > 2 AND NOT CURRENT-OPERATOR-SUPERVISOR
               DISPLAY "[X] Carrier calls, vault counts and limits "
                   "are supervisor functions."
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD

           PERFORM OPEN-VAULT-POSITION
           PERFORM OPEN-VAULT-MOVEMENT
           PERFORM FETCH-BRANCH-VAULT

           EVALUATE INP-VAULT-CHOICE
               WHEN 1 PERFORM TELLER-BUYS-CASH
               WHEN 2 PERFORM TELLER-SELLS-CASH
               WHEN 3 PERFORM CARRIER-CALL
               WHEN 4 PERFORM DAILY-VAULT-COUNT
               WHEN 5 PERFORM SET-VAULT-LIMITS
               WHEN OTHER
                   DISPLAY "[X] Invalid option!"
           END-EVALUATE

           CLOSE VAULT-POSITION VAULT-MOVEMENT
           GOBACK.

      *    FIND THE OPERATOR'S BRANCH VAULT, WRITING AN EMPTY ONE WITH
      *    NO LIMITS THE FIRST TIME THE BRANCH USES IT. EITHER WAY THE
      *    FD RECORD HOLDS IT AND VAULT-POSITION-KEY POINTS AT IT.
       FETCH-BRANCH-VAULT                                       SECTION.
           MOVE CURRENT-OPERATOR-BRANCH TO VLT-SEEK-BRANCH
           PERFORM VAULT-POSITION-SEEK-BRANCH
           IF VLT-SEEK-FOUND
               GO TO FETCH-BRANCH-VAULT-EXIT
           END-IF

           MOVE SPACES TO VAULT-POSITION-RECORD
           MOVE CURRENT-OPERATOR-BRANCH TO VLT-BRANCH-CODE
           MOVE ZERO TO VLT-BOOK-BALANCE
           MOVE ZERO TO VLT-MIN-LIMIT
           MOVE ZERO TO VLT-MAX-LIMIT
           MOVE ZERO TO VLT-LAST-COUNT-DATE
           MOVE ZERO TO VLT-LAST-COUNTED
           MOVE ZERO TO VLT-LAST-VARIANCE
           SET VLT-NO-ORDER-PENDING TO TRUE
           COMPUTE VAULT-POSITION-KEY =
               VAULT-POSITION-RECORD-COUNT + 1
           WRITE VAULT-POSITION-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not create the vault for branch "
                       CURRENT-OPERATOR-BRANCH ", file status: "
                       VAULT-POSITION-STATUS
           END-WRITE
           ADD 1 TO VAULT-POSITION-RECORD-COUNT.

       FETCH-BRANCH-VAULT-EXIT.
           EXIT.

       TELLER-BUYS-CASH                                         SECTION.
           PERFORM CHECK-DRAWER-OPEN
           IF DRAWER-SEEK-NOT-FOUND
               GO TO TELLER-BUYS-CASH-EXIT
           END-IF

           MOVE VLT-BOOK-BALANCE TO EDITED-AMOUNT
           DISPLAY "[!] Vault book position: " EDITED-AMOUNT
           DISPLAY "[?] Amount to buy from the vault:"
           ACCEPT INP-VAULT-AMOUNT
           IF INP-VAULT-AMOUNT = ZERO
               DISPLAY "[X] Amount must be greater than zero."
               GO TO TELLER-BUYS-CASH-EXIT
           END-IF
           IF INP-VAULT-AMOUNT > VLT-BOOK-BALANCE
               DISPLAY "[X] The vault does not hold that much cash."
               GO TO TELLER-BUYS-CASH-EXIT
           END-IF

           SET SECOND-MUST-BE-SUPERVISOR TO TRUE
           PERFORM REQUIRE-SECOND-OPERATOR
           IF SECOND-OPERATOR-REFUSED
               GO TO TELLER-BUYS-CASH-EXIT
           END-IF

           SET VM-IS-TELLER-BUY TO TRUE
           PERFORM RECORD-VAULT-MOVEMENT

           DISPLAY "[!] " INP-VAULT-AMOUNT " moved from the vault to "
               "your drawer.".

       TELLER-BUYS-CASH-EXIT.
           EXIT.

       TELLER-SELLS-CASH                                        SECTION.
           PERFORM CHECK-DRAWER-OPEN
           IF DRAWER-SEEK-NOT-FOUND
               GO TO TELLER-SELLS-CASH-EXIT
           END-IF

           DISPLAY "[?] Amount to sell to the vault:"
           ACCEPT INP-VAULT-AMOUNT
           IF INP-VAULT-AMOUNT = ZERO
               DISPLAY "[X] Amount must be greater than zero."
               GO TO TELLER-SELLS-CASH-EXIT
           END-IF

           SET SECOND-MUST-BE-SUPERVISOR TO TRUE
           PERFORM REQUIRE-SECOND-OPERATOR
           IF SECOND-OPERATOR-REFUSED
               GO TO TELLER-SELLS-CASH-EXIT
           END-IF

           SET VM-IS-TELLER-SELL TO TRUE
           PERFORM RECORD-VAULT-MOVEMENT

           DISPLAY "[!] " INP-VAULT-AMOUNT " moved from your drawer to "
               "the vault.".

       TELLER-SELLS-CASH-EXIT.
           EXIT.

      *    CASH CAN ONLY MOVE TO OR FROM A DRAWER THAT WAS DECLARED AT
      *    LOGIN TODAY AND NOT YET CLOSED OUT -- OTHERWISE MAN15 WOULD
      *    NEVER SEE IT.
       CHECK-DRAWER-OPEN                                        SECTION.
           PERFORM OPEN-DRAWER-CONTROL
           MOVE CURRENT-OPERATOR-ID TO DRAWER-SEEK-OPERATOR
           MOVE TODAY-YYYYMMDD TO DRAWER-SEEK-DATE
           PERFORM DRAWER-CONTROL-SEEK
           IF DRAWER-SEEK-FOUND AND DRW-STATUS-CLOSED
               SET DRAWER-SEEK-NOT-FOUND TO TRUE
           END-IF
           CLOSE DRAWER-CONTROL
           IF DRAWER-SEEK-NOT-FOUND
               DISPLAY "[X] No open drawer today for "
                   CURRENT-OPERATOR-ID "."
           END-IF.

       CARRIER-CALL                                             SECTION.
           DISPLAY "[?] D carrier delivered cash / C carrier "
               "collected cash:"
           ACCEPT INP-CARRIER-DIRECTION
           IF NOT INP-CARRIER-DELIVERY AND NOT INP-CARRIER-COLLECTION
               DISPLAY "[X] Invalid choice, must be D or C."
               GO TO CARRIER-CALL-EXIT
           END-IF

           DISPLAY "[?] Amount handed over:"
           ACCEPT INP-VAULT-AMOUNT
           IF INP-VAULT-AMOUNT = ZERO
               DISPLAY "[X] Amount must be greater than zero."
               GO TO CARRIER-CALL-EXIT
           END-IF
           IF INP-CARRIER-COLLECTION
                   AND INP-VAULT-AMOUNT > VLT-BOOK-BALANCE
               DISPLAY "[X] The vault does not hold that much cash."
               GO TO CARRIER-CALL-EXIT
           END-IF

           SET SECOND-ANY-LEVEL TO TRUE
           PERFORM REQUIRE-SECOND-OPERATOR
           IF SECOND-OPERATOR-REFUSED
               GO TO CARRIER-CALL-EXIT
           END-IF

      *    THE CARRIER HAS CALLED -- WHATEVER ORDER WAS OUTSTANDING IS
      *    SERVED, AND THE LIMIT CHECK AFTER THE MOVEMENT MAY RAISE A
      *    FRESH ONE.
           SET VLT-NO-ORDER-PENDING TO TRUE
           IF INP-CARRIER-DELIVERY
               SET VM-IS-CARRIER-DELIVERY TO TRUE
           ELSE
               SET VM-IS-CARRIER-COLLECTION TO TRUE
           END-IF
           PERFORM RECORD-VAULT-MOVEMENT

           MOVE VLT-BOOK-BALANCE TO EDITED-AMOUNT
           DISPLAY "[!] Carrier call recorded, vault book position: "
               EDITED-AMOUNT.

       CARRIER-CALL-EXIT.
           EXIT.

      *    THE COUNTED CASH REPLACES THE BOOK POSITION; THE DIFFERENCE
      *    IS BOOKED AS AN OVER ("O") OR SHORT ("H") MOVEMENT SO THE
      *    MOVEMENT FILE STILL ADDS UP TO THE VAULT.
       DAILY-VAULT-COUNT                                        SECTION.
           IF VLT-LAST-COUNT-DATE = TODAY-YYYYMMDD
               DISPLAY "[X] The vault of branch " VLT-BRANCH-CODE
                   " has already been counted today."
               GO TO DAILY-VAULT-COUNT-EXIT
           END-IF

           DISPLAY "[?] Counted cash in the vault:"
           ACCEPT INP-COUNTED-AMOUNT

           SET SECOND-ANY-LEVEL TO TRUE
           PERFORM REQUIRE-SECOND-OPERATOR
           IF SECOND-OPERATOR-REFUSED
               GO TO DAILY-VAULT-COUNT-EXIT
           END-IF

           MOVE VLT-BOOK-BALANCE TO VAULT-BOOK-BEFORE
           COMPUTE VAULT-VARIANCE =
               INP-COUNTED-AMOUNT - VLT-BOOK-BALANCE
           MOVE TODAY-YYYYMMDD TO VLT-LAST-COUNT-DATE
           MOVE INP-COUNTED-AMOUNT TO VLT-LAST-COUNTED
           MOVE VAULT-VARIANCE TO VLT-LAST-VARIANCE

      *    A COUNT THAT BALANCES BOOKS NO MOVEMENT, BUT IS STAMPED ALL
      *    THE SAME -- WHO COUNTED, WHO WITNESSED, AND THE CASH FOUND.
           IF VAULT-VARIANCE = ZERO
               PERFORM REWRITE-VAULT-POSITION
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
               MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
               MOVE "MAN23" TO AUDIT-PROGRAM
               MOVE "VLTCOUNT" TO AUDIT-ACTION
               MOVE ZERO TO AUDIT-ACCOUNT-ID
               MOVE SPACES TO AUDIT-BEFORE-VALUE
               MOVE VLT-BRANCH-CODE TO VLA-AUDIT-BRANCH
               MOVE SPACE TO VLA-AUDIT-TYPE
               MOVE ZERO TO VLA-AUDIT-AMOUNT
               MOVE CURRENT-OPERATOR-ID TO VLA-AUDIT-TELLER
               MOVE SECOND-OPERATOR-ID TO VLA-AUDIT-CUSTODIAN
               MOVE VLT-BOOK-BALANCE TO VLA-AUDIT-VAULT
               MOVE VAULT-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
               PERFORM APPEND-AUDIT-TRAIL
               PERFORM CHECK-VAULT-LIMITS
           ELSE
               IF VAULT-VARIANCE > ZERO
                   SET VM-IS-COUNT-OVER TO TRUE
                   MOVE VAULT-VARIANCE TO INP-VAULT-AMOUNT
               ELSE
                   SET VM-IS-COUNT-SHORT TO TRUE
                   COMPUTE INP-VAULT-AMOUNT = 0 - VAULT-VARIANCE
               END-IF
               PERFORM RECORD-VAULT-MOVEMENT
           END-IF

           PERFORM WRITE-VAULT-COUNT-REPORT

           MOVE VAULT-VARIANCE TO EDITED-AMOUNT
           IF VAULT-VARIANCE = ZERO
               DISPLAY "[!] Vault balances."
           ELSE
               DISPLAY "[X] Vault over/short: " EDITED-AMOUNT
           END-IF
           DISPLAY "[!] Count report written to " SPOOL-FILE-NAME.

       DAILY-VAULT-COUNT-EXIT.
           EXIT.

       SET-VAULT-LIMITS                                         SECTION.
           MOVE VLT-MIN-LIMIT TO EDITED-AMOUNT
           DISPLAY "[!] Current minimum: " EDITED-AMOUNT
           MOVE VLT-MAX-LIMIT TO EDITED-AMOUNT
           DISPLAY "[!] Current maximum: " EDITED-AMOUNT
           DISPLAY "[?] New minimum vault cash (0 = no minimum):"
           ACCEPT INP-MIN-LIMIT
           DISPLAY "[?] New maximum vault cash (0 = no maximum):"
           ACCEPT INP-MAX-LIMIT

           IF INP-MAX-LIMIT > ZERO AND INP-MAX-LIMIT <= INP-MIN-LIMIT
               DISPLAY "[X] The maximum must be above the minimum."
               GO TO SET-VAULT-LIMITS-EXIT
           END-IF

           SET SECOND-ANY-LEVEL TO TRUE
           PERFORM REQUIRE-SECOND-OPERATOR
           IF SECOND-OPERATOR-REFUSED
               GO TO SET-VAULT-LIMITS-EXIT
           END-IF

           MOVE VLT-BRANCH-CODE TO LMA-AUDIT-BRANCH
           MOVE VLT-MIN-LIMIT TO LMA-AUDIT-MIN
           MOVE VLT-MAX-LIMIT TO LMA-AUDIT-MAX
           MOVE SECOND-OPERATOR-ID TO LMA-AUDIT-WITNESS
           MOVE LIMIT-AUDIT-DETAIL TO AUDIT-BEFORE-VALUE

           MOVE INP-MIN-LIMIT TO VLT-MIN-LIMIT
           MOVE INP-MAX-LIMIT TO VLT-MAX-LIMIT
           PERFORM REWRITE-VAULT-POSITION

           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "MAN23" TO AUDIT-PROGRAM
           MOVE "VLTLIMIT" TO AUDIT-ACTION
           MOVE ZERO TO AUDIT-ACCOUNT-ID
           MOVE VLT-MIN-LIMIT TO LMA-AUDIT-MIN
           MOVE VLT-MAX-LIMIT TO LMA-AUDIT-MAX
           MOVE LIMIT-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL

           DISPLAY "[!] Vault limits updated for branch "
               VLT-BRANCH-CODE
           PERFORM CHECK-VAULT-LIMITS.

       SET-VAULT-LIMITS-EXIT.
           EXIT.

      *    A SECOND OPERATOR KEYS THEIR CREDENTIALS AND SIGNS FOR THE
      *    MOVEMENT. THEY MUST BE ON OPERATOR-MASTER, KEY THE RIGHT
      *    PASSWORD, BE ACTIVE AND UNLOCKED, BE A DIFFERENT PERSON FROM
      *    THE OPERATOR AT THE KEYBOARD, AND -- AS VAULT CUSTODIAN ON A
      *    BUY OR SELL -- HOLD SUPERVISOR LEVEL. ANY MISS IS A REFUSAL,
      *    STAMPED TO THE AUDIT TRAIL, SAME AS MAN2'S OVERRIDE.
       REQUIRE-SECOND-OPERATOR                                  SECTION.
           SET SECOND-OPERATOR-REFUSED TO TRUE

           IF SECOND-MUST-BE-SUPERVISOR
               DISPLAY "[?] Vault custodian ID:"
           ELSE
               DISPLAY "[?] Witness operator ID:"
           END-IF
           ACCEPT OPERATOR-SEEK-ID
           DISPLAY "[?] Password:"
           ACCEPT SECOND-PASSWORD-INPUT
           MOVE OPERATOR-SEEK-ID TO SECOND-OPERATOR-ID

      *    THE CREDENTIAL CHECK READS THE FD RECORD, SO THE FILE STAYS
      *    OPEN UNTIL THE CHECK IS DONE.
           PERFORM OPEN-OPERATOR-MASTER
           PERFORM OPERATOR-MASTER-SEEK-ID

           IF OPERATOR-MASTER-SEEK-FOUND
                   AND OPERATOR-PASSWORD = SECOND-PASSWORD-INPUT
                   AND OPERATOR-ACTIVE
                   AND NOT OPERATOR-LOCKED
                   AND OPERATOR-ID NOT = CURRENT-OPERATOR-ID
                   AND (OPERATOR-IS-SUPERVISOR
                        OR SECOND-ANY-LEVEL)
               SET SECOND-OPERATOR-SIGNED TO TRUE
               DISPLAY "[!] Signed by " OPERATOR-ID
           ELSE
               DISPLAY "[X] Second operator refused."
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
               MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
               MOVE "MAN23" TO AUDIT-PROGRAM
               MOVE "VLTDENIED" TO AUDIT-ACTION
               MOVE ZERO TO AUDIT-ACCOUNT-ID
               MOVE SPACES TO AUDIT-BEFORE-VALUE
               MOVE VLT-BRANCH-CODE TO VLA-AUDIT-BRANCH
               MOVE SPACE TO VLA-AUDIT-TYPE
               MOVE INP-VAULT-AMOUNT TO VLA-AUDIT-AMOUNT
               MOVE CURRENT-OPERATOR-ID TO VLA-AUDIT-TELLER
               MOVE SECOND-OPERATOR-ID TO VLA-AUDIT-CUSTODIAN
               MOVE VLT-BOOK-BALANCE TO VLA-AUDIT-VAULT
               MOVE VAULT-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
               PERFORM APPEND-AUDIT-TRAIL
           END-IF

           CLOSE OPERATOR-MASTER.

      *    THE CALLER HAS SET VM-TYPE AND INP-VAULT-AMOUNT AND HAS THE
      *    BRANCH VAULT IN THE FD RECORD. WRITE THE MOVEMENT, MOVE THE
      *    BOOK POSITION, STAMP BOTH OPERATORS, THEN SEE WHETHER THE
      *    VAULT HAS LEFT ITS LIMITS.
       RECORD-VAULT-MOVEMENT                                    SECTION.
           IF VM-IS-VAULT-IN
               ADD INP-VAULT-AMOUNT TO VLT-BOOK-BALANCE
           ELSE
               SUBTRACT INP-VAULT-AMOUNT FROM VLT-BOOK-BALANCE
           END-IF

           COMPUTE VAULT-MOVEMENT-KEY =
               VAULT-MOVEMENT-RECORD-COUNT + 1
           MOVE VAULT-MOVEMENT-KEY TO VM-MOVEMENT-NUMBER
           MOVE VLT-BRANCH-CODE TO VM-BRANCH-CODE
           MOVE INP-VAULT-AMOUNT TO VM-AMOUNT
           MOVE CURRENT-OPERATOR-ID TO VM-TELLER-ID
           MOVE SECOND-OPERATOR-ID TO VM-CUSTODIAN-ID
           MOVE TODAY-YYYYMMDD TO VM-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO VM-TIMESTAMP
           MOVE VLT-BOOK-BALANCE TO VM-VAULT-AFTER
           WRITE VAULT-MOVEMENT-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not record vault movement, "
                       "file status: " VAULT-MOVEMENT-STATUS
                   GO TO RECORD-VAULT-MOVEMENT-EXIT
           END-WRITE
           ADD 1 TO VAULT-MOVEMENT-RECORD-COUNT

           PERFORM REWRITE-VAULT-POSITION

           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "MAN23" TO AUDIT-PROGRAM
           MOVE "VAULTMOVE" TO AUDIT-ACTION
           MOVE ZERO TO AUDIT-ACCOUNT-ID
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           MOVE VM-BRANCH-CODE TO VLA-AUDIT-BRANCH
           MOVE VM-TYPE TO VLA-AUDIT-TYPE
           MOVE VM-AMOUNT TO VLA-AUDIT-AMOUNT
           MOVE VM-TELLER-ID TO VLA-AUDIT-TELLER
           MOVE VM-CUSTODIAN-ID TO VLA-AUDIT-CUSTODIAN
           MOVE VM-VAULT-AFTER TO VLA-AUDIT-VAULT
           MOVE VAULT-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL

           PERFORM CHECK-VAULT-LIMITS.

       RECORD-VAULT-MOVEMENT-EXIT.
           EXIT.

      *    VAULT-POSITION-KEY STILL POINTS AT THE BRANCH'S RECORD FROM
      *    FETCH-BRANCH-VAULT -- NOTHING ELSE IN THIS PROGRAM MOVES IT.
       REWRITE-VAULT-POSITION                                   SECTION.
           REWRITE VAULT-POSITION-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not update the vault position, "
                       "file status: " VAULT-POSITION-STATUS
           END-REWRITE.

      *    OUTSIDE ITS LIMITS WITH NO ORDER ALREADY OUTSTANDING, THE
      *    VAULT ORDERS ENOUGH CASH IN OR OUT TO LAND MIDWAY BETWEEN
      *    THEM (AT THE MINIMUM WHEN NO MAXIMUM IS SET).
       CHECK-VAULT-LIMITS                                       SECTION.
           IF NOT VLT-NO-ORDER-PENDING
               GO TO CHECK-VAULT-LIMITS-EXIT
           END-IF
           IF VLT-MAX-LIMIT > ZERO
               COMPUTE VAULT-TARGET ROUNDED =
                   (VLT-MIN-LIMIT + VLT-MAX-LIMIT) / 2
           ELSE
               MOVE VLT-MIN-LIMIT TO VAULT-TARGET
           END-IF

           MOVE SPACES TO CASH-ORDER-RECORD
           IF VLT-MIN-LIMIT > ZERO
                   AND VLT-BOOK-BALANCE < VLT-MIN-LIMIT
               SET CO-IS-DELIVERY TO TRUE
               COMPUTE CO-AMOUNT = VAULT-TARGET - VLT-BOOK-BALANCE
               SET VLT-DELIVERY-PENDING TO TRUE
           ELSE
               IF VLT-MAX-LIMIT > ZERO
                       AND VLT-BOOK-BALANCE > VLT-MAX-LIMIT
                   SET CO-IS-COLLECTION TO TRUE
                   COMPUTE CO-AMOUNT = VLT-BOOK-BALANCE - VAULT-TARGET
                   SET VLT-COLLECTION-PENDING TO TRUE
               ELSE
                   GO TO CHECK-VAULT-LIMITS-EXIT
               END-IF
           END-IF

           MOVE VLT-BRANCH-CODE TO CO-BRANCH-CODE
           MOVE TODAY-YYYYMMDD TO CO-REQUEST-DATE
           MOVE CURRENT-OPERATOR-ID TO CO-REQUESTED-BY
           MOVE VLT-BOOK-BALANCE TO CO-VAULT-BALANCE
           MOVE VLT-MIN-LIMIT TO CO-MIN-LIMIT
           MOVE VLT-MAX-LIMIT TO CO-MAX-LIMIT

           OPEN EXTEND CASH-ORDER-FILE
           IF CASH-ORDER-FILE-MISSING
               OPEN OUTPUT CASH-ORDER-FILE
               CLOSE CASH-ORDER-FILE
               OPEN EXTEND CASH-ORDER-FILE
           END-IF
           WRITE CASH-ORDER-RECORD
           CLOSE CASH-ORDER-FILE

           PERFORM REWRITE-VAULT-POSITION

           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "MAN23" TO AUDIT-PROGRAM
           MOVE "CASHORDER" TO AUDIT-ACTION
           MOVE ZERO TO AUDIT-ACCOUNT-ID
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           MOVE VLT-BRANCH-CODE TO VLA-AUDIT-BRANCH
           MOVE VLT-ORDER-PENDING TO VLA-AUDIT-TYPE
           MOVE CO-AMOUNT TO VLA-AUDIT-AMOUNT
           MOVE CURRENT-OPERATOR-ID TO VLA-AUDIT-TELLER
           MOVE SECOND-OPERATOR-ID TO VLA-AUDIT-CUSTODIAN
           MOVE VLT-BOOK-BALANCE TO VLA-AUDIT-VAULT
           MOVE VAULT-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL

           MOVE CO-AMOUNT TO EDITED-AMOUNT
           IF CO-IS-DELIVERY
               DISPLAY "[!] Vault below its minimum -- cash delivery "
                   "of " EDITED-AMOUNT " ordered from the carrier."
           ELSE
               DISPLAY "[!] Vault above its maximum -- cash "
                   "collection of " EDITED-AMOUNT " ordered."
           END-IF.

       CHECK-VAULT-LIMITS-EXIT.
           EXIT.

       WRITE-VAULT-COUNT-REPORT                                 SECTION.
           MOVE "MAN23" TO SPOOL-PROGRAM-ID
           MOVE "VAULTCNT" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT VAULT-COUNT-REPORT

           MOVE VLT-BRANCH-CODE TO RL-BRANCH
           MOVE TODAY-YYYYMMDD TO RL-DATE
           MOVE CURRENT-OPERATOR-ID TO RL-OPERATOR
           MOVE SECOND-OPERATOR-ID TO RL-WITNESS
           MOVE REPORT-BRANCH-LINE TO VAULT-COUNT-REPORT-LINE
           WRITE VAULT-COUNT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "BOOK POSITION:" TO RL-LABEL
           MOVE VAULT-BOOK-BEFORE TO RL-AMOUNT
           MOVE REPORT-LABEL-LINE TO VAULT-COUNT-REPORT-LINE
           WRITE VAULT-COUNT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "COUNTED CASH:" TO RL-LABEL
           MOVE INP-COUNTED-AMOUNT TO RL-AMOUNT
           MOVE REPORT-LABEL-LINE TO VAULT-COUNT-REPORT-LINE
           WRITE VAULT-COUNT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "OVER/SHORT VARIANCE:" TO RL-LABEL
           MOVE VAULT-VARIANCE TO RL-AMOUNT
           MOVE REPORT-LABEL-LINE TO VAULT-COUNT-REPORT-LINE
           WRITE VAULT-COUNT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "MINIMUM:" TO RL-LABEL
           MOVE VLT-MIN-LIMIT TO RL-AMOUNT
           MOVE REPORT-LABEL-LINE TO VAULT-COUNT-REPORT-LINE
           WRITE VAULT-COUNT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "MAXIMUM:" TO RL-LABEL
           MOVE VLT-MAX-LIMIT TO RL-AMOUNT
           MOVE REPORT-LABEL-LINE TO VAULT-COUNT-REPORT-LINE
           WRITE VAULT-COUNT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           CLOSE VAULT-COUNT-REPORT
           PERFORM CATALOG-SPOOL-FILE.

           COPY VLTOPN.
           COPY VLTFND.
           COPY VLTMOPN.
           COPY DRWOPN.
           COPY OPRMOPN.
           COPY OPRMFND.
           COPY AUDITWRT.
           COPY RPTCWRT.
