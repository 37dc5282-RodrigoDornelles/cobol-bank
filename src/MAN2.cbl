      *                    A WITHDRAWAL OVER THE SYSTEM-PARAMETER
      *                    OVERRIDE THRESHOLD PAUSES FOR DUAL CONTROL:
      *                    A SECOND, SUPERVISOR-LEVEL OPERATOR MUST KEY
      *                    THEIR OWN CREDENTIALS BEFORE IT POSTS. A
      *                    REFUSED OVERRIDE IS STAMPED TO THE AUDIT
      *                    TRAIL SO THE BRANCH CAN SEE WHO TRIED WHAT,
      *                    AND AN APPROVED ONE NAMES THE APPROVER AND
      *                    THE POSTED ENTRY (BAT30 READS IT BACK).
      *                    MONEY FROZEN UNDER A SISBAJUD COURT ORDER
      *                    (JUDREC.CPY) IS NOT AVAILABLE, ON TOP OF
      *                    DEPOSIT HOLDS. A SUPERVISOR MAY BACK-VALUE
      *                    THE POSTING TO AN EARLIER VALUE DATE WITHIN
      *                    THE PARAMETER LIMIT (BKVGET.CPY) TO CORRECT
      *                    A MISSED OR LATE ENTRY; THE NEXT ACCRUAL RUN
      *                    (BAT0) RECOMPUTES THE INTEREST, AND EVERY
      *                    BACK-VALUED POSTING IS STAMPED TO THE AUDIT
      *                    TRAIL.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
           COPY CALSEL.
           COPY LOCKSEL.
           COPY AUDITSEL.
           COPY JUDSEL.
           COPY CAUSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
           COPY LOCKREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.
       FD  JUDICIAL-BLOCK.
           COPY JUDREC.
       FD  CARD-AUTH.
           COPY CAUREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY PARMREC.
           COPY LOCKSTA.
           COPY AUDITSTA.
           COPY JUDSTA.
           COPY CAUSTA.
           COPY OPERSTA.
           COPY BKVSTA.
       77  INP-TXN-TYPE                       PIC X.
           88  INP-TXN-IS-DEPOSIT               VALUE "D" "d".
           88  INP-TXN-IS-WITHDRAWAL            VALUE "W" "w".
           02  OVR-AUDIT-SUPERVISOR           PIC X(10).
           02  FILLER                         PIC X(07) VALUE
               " DENIED".
      *    THE SUPERVISOR WHO APPROVED THIS WITHDRAWAL'S OVERRIDE --
      *    SPACES WHEN NONE WAS NEEDED -- AND THE TRAIL ENTRY THAT
      *    TIES THEM TO THE POSTED ENTRY (READ BACK BY BAT30).
       77  APPROVING-SUPERVISOR-ID            PIC X(10).
       01  APPROVE-AUDIT-DETAIL.
           02  FILLER                         PIC X(04) VALUE
               "SEQ ".
           02  APV-AUDIT-SEQUENCE             PIC 9(8).
           02  FILLER                         PIC X(08) VALUE
               " AMOUNT ".
           02  APV-AUDIT-AMOUNT               PIC Z(8)9.99.
           02  FILLER                         PIC X(13) VALUE
               " APPROVED BY ".
           02  APV-AUDIT-SUPERVISOR           PIC X(10).
       01  BACK-VALUE-AUDIT-DETAIL.
           02  FILLER                         PIC X(04) VALUE
               "SEQ ".
           02  BVA-SEQUENCE                   PIC 9(8).
           02  FILLER                         PIC X(06) VALUE
               " TYPE ".
           02  BVA-TYPE                       PIC X.
           02  FILLER                         PIC X(08) VALUE
               " AMOUNT ".
           02  BVA-AMOUNT                     PIC Z(8)9.99.
           02  FILLER                         PIC X(08) VALUE
               " POSTED ".
           02  BVA-POSTED-DATE                PIC 9(8).
           02  FILLER                         PIC X(07) VALUE
               " VALUE ".
           02  BVA-VALUE-DATE                 PIC 9(8).

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
           PERFORM OPEN-ACCOUNT-POSITION

           SET INSUFFICIENT-FUNDS-SW TO "N"
           MOVE SPACES TO APPROVING-SUPERVISOR-ID

      *    ANY ACCOUNT NUMBER THE TELLER KEYS -- A PRODUCT ACCOUNT OFF
      *    ACCOUNT-MASTER OR A CUSTOMER'S IMPLICIT CLIENT-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE TXN-SEEK-BALANCE TO TXN-CURRENT-BALANCE
           MOVE TXN-SEEK-HELD-AMOUNT TO HELD-AMOUNT
           MOVE ACCOUNT-RESOLVE-NUMBER TO JUD-SEEK-ACCOUNT
           PERFORM JUDICIAL-FROZEN-BALANCE
           MOVE ACCOUNT-RESOLVE-NUMBER TO CAU-SEEK-ACCOUNT
           PERFORM CARD-HELD-BALANCE
           COMPUTE AVAILABLE-BALANCE =
               TXN-CURRENT-BALANCE - HELD-AMOUNT - JUD-FROZEN-TOTAL
               - CAU-HELD-TOTAL
           MOVE TXN-CURRENT-BALANCE TO EDITED-BALANCE
           DISPLAY "[!] Current balance: " EDITED-BALANCE
           IF HELD-AMOUNT > ZERO
               DISPLAY "[!] Funds on hold: " HELD-AMOUNT
           END-IF
           IF JUD-FROZEN-TOTAL > ZERO
               DISPLAY "[!] Judicially frozen: " JUD-FROZEN-TOTAL
           END-IF
           IF CAU-HELD-TOTAL > ZERO
               DISPLAY "[!] Held for card purchases: " CAU-HELD-TOTAL
           END-IF
           IF HELD-AMOUNT > ZERO OR JUD-FROZEN-TOTAL > ZERO
                   OR CAU-HELD-TOTAL > ZERO
               MOVE AVAILABLE-BALANCE TO EDITED-BALANCE
               DISPLAY "[!] Available balance: " EDITED-BALANCE
           END-IF
           DISPLAY "[?] Amount:"
           ACCEPT INP-TXN-AMOUNT

      *    A SUPERVISOR CORRECTING A MISSED OR LATE ENTRY MAY GIVE IT
      *    AN EARLIER VALUE DATE. THE BALANCE MOVES TODAY LIKE ANY
      *    OTHER POSTING; ONLY THE INTEREST ACCRUED SINCE THE VALUE
      *    DATE IS RECOMPUTED, BY THE NEXT BAT0 RUN.
           MOVE ZERO TO BACK-VALUE-DATE
           IF CURRENT-OPERATOR-SUPERVISOR
               DISPLAY "[?] Value date YYYYMMDD (0 for today):"
               ACCEPT BACK-VALUE-DATE
               IF BACK-VALUE-DATE > ZERO
                   PERFORM CHECK-BACK-VALUE-DATE
                   IF BACK-VALUE-REFUSED
                       CLOSE CLIENT-MASTER ACCOUNT-MASTER ACCOUNT-TXN
                       ACCOUNT-POSITION
                       GOBACK
                   END-IF
                   DISPLAY "[!] Posting is back-valued to "
                       BACK-VALUE-DATE
               END-IF
           END-IF

           MOVE ZERO TO DEPOSIT-HOLD-DATE
           IF INP-TXN-IS-DEPOSIT
      *    A DEPOSIT THAT STILL HAS TO CLEAR UPSTREAM (A BOLETO, AN
           ELSE
               IF INP-TXN-IS-WITHDRAWAL
      *    THE FUNDS CHECK RUNS AGAINST THE AVAILABLE BALANCE -- HELD
      *    DEPOSITS AND COURT-FROZEN MONEY CANNOT BE SPENT --
      *    EXTENDED BY THE AUTHORIZED OVERDRAFT, WHICH MAY TAKE IT
      *    NEGATIVE DOWN TO THE LIMIT.
                   COMPUTE WITHDRAWAL-HEADROOM =
                       AVAILABLE-BALANCE + ACCOUNT-RESOLVE-OVERDRAFT
                   IF INP-TXN-AMOUNT > WITHDRAWAL-HEADROOM
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE TXN-SEEK-BALANCE TO TXN-CURRENT-BALANCE
           MOVE TXN-SEEK-HELD-AMOUNT TO HELD-AMOUNT
           PERFORM JUDICIAL-FROZEN-BALANCE
           PERFORM CARD-HELD-BALANCE
           COMPUTE AVAILABLE-BALANCE =
               TXN-CURRENT-BALANCE - HELD-AMOUNT - JUD-FROZEN-TOTAL
               - CAU-HELD-TOTAL

           IF INP-TXN-IS-DEPOSIT
               COMPUTE TXN-NEW-BALANCE =
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID
           MOVE DEPOSIT-HOLD-DATE TO TXN-HOLD-RELEASE-DATE
           MOVE CURRENT-OPERATOR-BRANCH TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           IF BACK-VALUE-DATE > ZERO
               MOVE BACK-VALUE-DATE TO TXN-VALUE-DATE
           END-IF

      *    ACCOUNT-TXN-SEEK-BALANCE (ABOVE) RE-POSITIONS THE FILE
      *    CURSOR WHILE SCANNING FOR THE LATEST BALANCE, WHICH LEAVES
           END-WRITE
           PERFORM ACCOUNT-POSITION-UPDATE

           IF BACK-VALUE-DATE > ZERO
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
               MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
               MOVE "MAN2" TO AUDIT-PROGRAM
               MOVE "BACKVALUE" TO AUDIT-ACTION
               MOVE ACCOUNT-RESOLVE-NUMBER TO AUDIT-ACCOUNT-ID
               MOVE SPACES TO AUDIT-BEFORE-VALUE
               MOVE TXN-SEQUENCE TO BVA-SEQUENCE
               MOVE TXN-TYPE TO BVA-TYPE
               MOVE TXN-AMOUNT TO BVA-AMOUNT
               MOVE TXN-DATE TO BVA-POSTED-DATE
               MOVE TXN-VALUE-DATE TO BVA-VALUE-DATE
               MOVE BACK-VALUE-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
               PERFORM APPEND-AUDIT-TRAIL
           END-IF

      *    AN APPROVED OVERRIDE IS STAMPED TOO, NAMING THE APPROVER
      *    AND THE ENTRY IT LET THROUGH.
           IF APPROVING-SUPERVISOR-ID NOT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
               MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
               MOVE "MAN2" TO AUDIT-PROGRAM
               MOVE "OVRAPPROVE" TO AUDIT-ACTION
               MOVE ACCOUNT-RESOLVE-NUMBER TO AUDIT-ACCOUNT-ID
               MOVE SPACES TO AUDIT-BEFORE-VALUE
               MOVE TXN-SEQUENCE TO APV-AUDIT-SEQUENCE
               MOVE TXN-AMOUNT TO APV-AUDIT-AMOUNT
               MOVE APPROVING-SUPERVISOR-ID TO APV-AUDIT-SUPERVISOR
               MOVE APPROVE-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
               PERFORM APPEND-AUDIT-TRAIL
           END-IF

           PERFORM RELEASE-POSTING-LOCK

           MOVE TXN-NEW-BALANCE TO EDITED-BALANCE
                   AND NOT OPERATOR-LOCKED
                   AND OPERATOR-ID NOT = CURRENT-OPERATOR-ID
               SET OVERRIDE-APPROVED TO TRUE
               MOVE OPERATOR-ID TO APPROVING-SUPERVISOR-ID
               DISPLAY "[!] Override approved by " OPERATOR-ID
           ELSE
               DISPLAY "[X] Supervisor override denied."
           COPY CALGET.
           COPY LOCKGET.
           COPY AUDITWRT.
           COPY JUDFND.
           COPY CAUFND.
           COPY BKVGET.
