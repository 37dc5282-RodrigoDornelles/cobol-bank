      *                    CHEQUE IS REFUSED WHEN ITS NUMBER IS
      *                    OUTSIDE EVERY REGISTERED RANGE, ALREADY
      *                    PAID, UNDER AN ACTIVE STOP, OR NOT COVERED
      *                    BY THE AVAILABLE BALANCE (NET OF HOLDS
      *                    AND OF MONEY FROZEN UNDER A SISBAJUD COURT
      *                    ORDER) PLUS THE AUTHORIZED OVERDRAFT. NO
      *                    SUPERVISOR OVERRIDE APPLIES HERE -- THE
      *                    INSTRUMENT IS ALREADY SIGNED BY THE
      *                    CUSTOMER, UNLIKE A TELLER-KEYED MAN2
      *                    WITHDRAWAL. STOPS AND BOOK REGISTRATIONS
      *                    ARE AUDIT-STAMPED. THE CHEQUE CHECKS
      *                    THEMSELVES LIVE IN CHQFND.CPY, SHARED WITH
      *                    BAT19'S INWARD CLEARING. NO BOOK IS ISSUED
      *                    TO AN ACCOUNT WHOSE HOLDER IS ON THE
      *                    BOUNCED-CHEQUE REGISTRY (CCFREC.CPY).

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
           COPY CHQSEL.
           COPY LOCKSEL.
           COPY AUDITSEL.
           COPY JUDSEL.
           COPY CAUSEL.
           COPY CCFSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
           COPY LOCKREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.
       FD  JUDICIAL-BLOCK.
           COPY JUDREC.
       FD  CARD-AUTH.
           COPY CAUREC.
       FD  CCF-REGISTRY.
           COPY CCFREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY CHQSTA.
           COPY LOCKSTA.
           COPY AUDITSTA.
           COPY JUDSTA.
           COPY CAUSTA.
           COPY CCFSTA.
           COPY OPERSTA.
       77  INP-CHEQUE-CHOICE                  PIC 9.
       77  INP-CHEQUE-NUMBER                  PIC 9(10).
       77  TXN-NEW-BALANCE                    PIC S9(9)V99.
       77  WITHDRAWAL-HEADROOM                PIC S9(9)V99.
       77  EDITED-BALANCE                     PIC -(9)9.99.
       01  CHEQUE-AUDIT-DETAIL.
           02  CHQ-AUDIT-LABEL                PIC X(08).
           02  CHQ-AUDIT-FROM                 PIC 9(10).
           DISPLAY "[?] Account ID:"
           ACCEPT ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT
           MOVE ACCOUNT-RESOLVE-NUMBER TO CHQ-SEEK-ACCOUNT

           IF ACCOUNT-RESOLVE-NOT-FOUND
               DISPLAY "[X] No account on file for "
               GO TO REGISTER-CHEQUEBOOK-EXIT
           END-IF

      *    NO NEW CHEQUES FOR A HOLDER ON THE BOUNCED-CHEQUE REGISTRY
      *    -- EITHER HOLDER OF A JOINT ACCOUNT BLOCKS THE BOOK.
           MOVE CLIENT-CPF TO CCF-SEEK-CPF
           PERFORM CCF-REGISTRY-SEEK-CPF
           IF CCF-SEEK-NOT-FOUND AND ACCOUNT-RESOLVE-SECOND-CPF > ZERO
               MOVE ACCOUNT-RESOLVE-SECOND-CPF TO CCF-SEEK-CPF
               PERFORM CCF-REGISTRY-SEEK-CPF
           END-IF
           IF CCF-SEEK-FOUND
               DISPLAY "[X] CPF " CCF-SEEK-CPF " is on the bounced-"
                   "cheque registry (CCF), no chequebook may be issued."
               GO TO REGISTER-CHEQUEBOOK-EXIT
           END-IF

           DISPLAY "[?] First cheque number of the book:"
           ACCEPT INP-START-NUMBER
           DISPLAY "[?] Last cheque number of the book:"
      *    A RANGE THAT TOUCHES ONE ALREADY ISSUED TO THIS ACCOUNT
      *    WOULD LET THE SAME NUMBER BE PRINTED TWICE -- REFUSE IT.
           SET NUMBER-NOT-IN-RANGE TO TRUE
           MOVE INP-START-NUMBER TO CHQ-SEEK-NUMBER
           PERFORM CHECK-NUMBER-IN-A-BOOK
           IF NUMBER-NOT-IN-RANGE
               MOVE INP-END-NUMBER TO CHQ-SEEK-NUMBER
               PERFORM CHECK-NUMBER-IN-A-BOOK
           END-IF
      *    NEITHER END FALLING INSIDE AN EXISTING BOOK IS NOT ENOUGH

           DISPLAY "[?] Cheque number:"
           ACCEPT INP-CHEQUE-NUMBER
           MOVE INP-CHEQUE-NUMBER TO CHQ-SEEK-NUMBER

           SET NUMBER-NOT-IN-RANGE TO TRUE
           PERFORM CHECK-NUMBER-IN-A-BOOK
                   "every book issued to this account."
               GO TO POST-CHEQUE-EXIT
           END-IF
           IF BOOK-ESTATE-FROZEN
               DISPLAY "[X] Cheque " INP-CHEQUE-NUMBER " is from a "
                   "book frozen or cancelled on a holder's death."
               GO TO POST-CHEQUE-EXIT
           END-IF

           PERFORM CHECK-ACTIVE-STOP
           IF STOP-IS-ACTIVE

      *    SAME AVAILABLE-BALANCE-PLUS-OVERDRAFT FUNDS CHECK AS
      *    MAN2'S WITHDRAWALS.
           MOVE ACCOUNT-RESOLVE-NUMBER TO JUD-SEEK-ACCOUNT
           PERFORM JUDICIAL-FROZEN-BALANCE
           MOVE ACCOUNT-RESOLVE-NUMBER TO CAU-SEEK-ACCOUNT
           PERFORM CARD-HELD-BALANCE
           COMPUTE WITHDRAWAL-HEADROOM =
               TXN-CURRENT-BALANCE - TXN-SEEK-HELD-AMOUNT
               - JUD-FROZEN-TOTAL - CAU-HELD-TOTAL
               + ACCOUNT-RESOLVE-OVERDRAFT
           IF INP-TXN-AMOUNT > WITHDRAWAL-HEADROOM
               DISPLAY "[X] Insufficient funds to honour the cheque."
           MOVE ACCOUNT-RESOLVE-NUMBER TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE TXN-SEEK-BALANCE TO TXN-CURRENT-BALANCE
           MOVE ACCOUNT-RESOLVE-NUMBER TO JUD-SEEK-ACCOUNT
           PERFORM JUDICIAL-FROZEN-BALANCE
           MOVE ACCOUNT-RESOLVE-NUMBER TO CAU-SEEK-ACCOUNT
           PERFORM CARD-HELD-BALANCE
           COMPUTE WITHDRAWAL-HEADROOM =
               TXN-CURRENT-BALANCE - TXN-SEEK-HELD-AMOUNT
               - JUD-FROZEN-TOTAL - CAU-HELD-TOTAL
               + ACCOUNT-RESOLVE-OVERDRAFT
           IF INP-TXN-AMOUNT > WITHDRAWAL-HEADROOM
               DISPLAY "[X] Insufficient funds to honour the cheque."
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE CURRENT-OPERATOR-BRANCH TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =

           DISPLAY "[?] Cheque number to stop:"
           ACCEPT INP-CHEQUE-NUMBER
           MOVE INP-CHEQUE-NUMBER TO CHQ-SEEK-NUMBER

           SET NUMBER-NOT-IN-RANGE TO TRUE
           PERFORM CHECK-NUMBER-IN-A-BOOK

           DISPLAY "[?] Cheque number to release:"
           ACCEPT INP-CHEQUE-NUMBER
           MOVE INP-CHEQUE-NUMBER TO CHQ-SEEK-NUMBER

           PERFORM CHECK-ACTIVE-STOP
           IF NO-ACTIVE-STOP
               END-READ
           END-PERFORM.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTPUPD.
           COPY ACCTXFND.
           COPY CHQOPN.
           COPY CHQFND.
           COPY LOCKGET.
           COPY AUDITWRT.
           COPY JUDFND.
           COPY CAUFND.
           COPY CCFFND.
