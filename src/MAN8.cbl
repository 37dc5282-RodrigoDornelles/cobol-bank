      *                    SAME DUAL-CONTROL RULE AS MAN2 APPLIES:
      *                    OVER THE OVERRIDE THRESHOLD, A SECOND
      *                    SUPERVISOR-LEVEL OPERATOR MUST APPROVE,
      *                    AND A REFUSAL IS AUDIT-STAMPED -- SO IS AN
      *                    APPROVAL, NAMING THE APPROVER. MONEY
      *                    FROZEN UNDER A SISBAJUD COURT ORDER
      *                    (JUDREC.CPY) CANNOT BE TRANSFERRED OUT.

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
      *    DUAL-CONTROL WORKING STORAGE, SAME SHAPE AS MAN2'S.
       77  OVERRIDE-PASSWORD-INPUT            PIC X(10).
           02  OVR-AUDIT-SUPERVISOR           PIC X(10).
           02  FILLER                         PIC X(07) VALUE
               " DENIED".
      *    THE APPROVER OF THIS TRANSFER'S OVERRIDE (SPACES WHEN NONE
      *    WAS NEEDED) AND THE TRAIL ENTRY NAMING THEM AGAINST THE
      *    DEBIT LEG -- SAME SHAPE AS MAN2'S, READ BACK BY BAT30.
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
       77  FROM-ACCOUNT-HASH                  PIC 9(10).
       77  TO-ACCOUNT-HASH                    PIC 9(10).
       77  TO-ACCOUNT-NAME                    PIC X(32).
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION

           MOVE SPACES TO APPROVING-SUPERVISOR-ID

      *    BOTH SIDES GO THROUGH THE SHARED RESOLVE (ACCTMFND), SO A
      *    TRANSFER CAN MOVE MONEY BETWEEN ANY TWO ACCOUNTS -- PRODUCT
      *    ACCOUNTS OR THE IMPLICIT CLIENT-HASH CHECKING ONES.
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE TXN-SEEK-BALANCE TO FROM-CURRENT-BALANCE
           MOVE TXN-SEEK-HELD-AMOUNT TO FROM-HELD-AMOUNT
           MOVE FROM-ACCOUNT-HASH TO JUD-SEEK-ACCOUNT
           PERFORM JUDICIAL-FROZEN-BALANCE
           MOVE FROM-ACCOUNT-HASH TO CAU-SEEK-ACCOUNT
           PERFORM CARD-HELD-BALANCE
           COMPUTE FROM-AVAILABLE-BALANCE =
               FROM-CURRENT-BALANCE - FROM-HELD-AMOUNT
               - JUD-FROZEN-TOTAL - CAU-HELD-TOTAL
           MOVE FROM-CURRENT-BALANCE TO EDITED-BALANCE
           DISPLAY "[!] Debit account balance: " EDITED-BALANCE
           IF FROM-HELD-AMOUNT > ZERO
               DISPLAY "[!] Funds on hold: " FROM-HELD-AMOUNT
           END-IF
           IF JUD-FROZEN-TOTAL > ZERO
               DISPLAY "[!] Judicially frozen: " JUD-FROZEN-TOTAL
           END-IF
           IF CAU-HELD-TOTAL > ZERO
               DISPLAY "[!] Held for card purchases: " CAU-HELD-TOTAL
           END-IF
           IF FROM-HELD-AMOUNT > ZERO OR JUD-FROZEN-TOTAL > ZERO
                   OR CAU-HELD-TOTAL > ZERO
               MOVE FROM-AVAILABLE-BALANCE TO EDITED-BALANCE
               DISPLAY "[!] Available balance: " EDITED-BALANCE
           END-IF
           END-IF

      *    SAME AVAILABLE-BALANCE-PLUS-OVERDRAFT FUNDS CHECK AS
      *    MAN2'S WITHDRAWALS -- HELD DEPOSITS AND COURT-FROZEN MONEY
      *    CANNOT BE TRANSFERRED OUT EITHER.
           COMPUTE WITHDRAWAL-HEADROOM =
               FROM-AVAILABLE-BALANCE + DEBIT-OVERDRAFT-LIMIT
           IF INP-TXN-AMOUNT > WITHDRAWAL-HEADROOM
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE TXN-SEEK-BALANCE TO FROM-CURRENT-BALANCE
           MOVE TXN-SEEK-HELD-AMOUNT TO FROM-HELD-AMOUNT
           MOVE FROM-ACCOUNT-HASH TO JUD-SEEK-ACCOUNT
           PERFORM JUDICIAL-FROZEN-BALANCE
           MOVE FROM-ACCOUNT-HASH TO CAU-SEEK-ACCOUNT
           PERFORM CARD-HELD-BALANCE
           COMPUTE FROM-AVAILABLE-BALANCE =
               FROM-CURRENT-BALANCE - FROM-HELD-AMOUNT
               - JUD-FROZEN-TOTAL - CAU-HELD-TOTAL
           COMPUTE WITHDRAWAL-HEADROOM =
               FROM-AVAILABLE-BALANCE + DEBIT-OVERDRAFT-LIMIT
           IF INP-TXN-AMOUNT > WITHDRAWAL-HEADROOM
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE CURRENT-OPERATOR-BRANCH TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE CURRENT-OPERATOR-BRANCH TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

      *    IF THE CREDIT LEG CANNOT BE WRITTEN THE DEBIT ALREADY ON
           ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
           PERFORM ACCOUNT-POSITION-UPDATE

           IF APPROVING-SUPERVISOR-ID NOT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
               MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
               MOVE "MAN8" TO AUDIT-PROGRAM
               MOVE "OVRAPPROVE" TO AUDIT-ACTION
               MOVE FROM-ACCOUNT-HASH TO AUDIT-ACCOUNT-ID
               MOVE SPACES TO AUDIT-BEFORE-VALUE
               MOVE DEBIT-LEG-SEQUENCE TO APV-AUDIT-SEQUENCE
               MOVE INP-TXN-AMOUNT TO APV-AUDIT-AMOUNT
               MOVE APPROVING-SUPERVISOR-ID TO APV-AUDIT-SUPERVISOR
               MOVE APPROVE-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
               PERFORM APPEND-AUDIT-TRAIL
           END-IF

           PERFORM RELEASE-POSTING-LOCK

           DISPLAY "[!] Transferred " INP-TXN-AMOUNT " to "
           MOVE DEBIT-LEG-SEQUENCE TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE CURRENT-OPERATOR-BRANCH TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
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
