      *                    THE LOGIN ALSO CARRIES THE OPERATOR'S
      *                    AUTHORIZATION LEVEL AND HOME BRANCH --
      *                    MAINTENANCE OPTIONS (6, 7, 9, 12, 17, 18,
      *                    19, 25, 26, 27, 28) ARE SUPERVISOR-ONLY, AND
      *                    A DENIED ATTEMPT IS STAMPED TO THE AUDIT
      *                    TRAIL SO THE BRANCH CAN SEE WHO TRIED WHAT.
      *                    EVERY SUCCESSFUL LOGIN IS STAMPED TO THE
      *                    TRAIL AS WELL. THE LOGIN ALSO DECLARES THE
      *                    TELLER'S OPENING CASH FLOAT FOR THE DAY
      *                    (SEE MAN15).

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
           02  FILLER                         PIC X(12) VALUE
               "MENU OPTION ".
           02  DENY-AUDIT-OPTION              PIC 99.
       77  LOGIN-AUDIT-DETAIL                 PIC X(40).
      *    TWO DIGITS NOW THAT THE MENU HAS GROWN PAST OPTION 9.
       77  INP-MENU                           PIC 99.
       77  OPRM-PASSWORD-INPUT                PIC X(10).
               WHEN INP-MENU = 3 PERFORM OPTION-LIST
               WHEN INP-MENU = 4 PERFORM OPTION-DEPOSIT-WITHDRAW
               WHEN INP-MENU = 5 PERFORM OPTION-STATEMENT
      *    OPTIONS 6, 7, 9, 12, 17, 18, 19, 25, 26, 27 AND 28 ARE
      *    MAINTENANCE/COMPLIANCE TRANSACTIONS -- ONLY A
      *    SUPERVISOR REACHES THEM; EVERYONE ELSE IS REFUSED AND THE
      *    ATTEMPT IS STAMPED TO THE AUDIT TRAIL.
               WHEN INP-MENU = 6 AND CURRENT-OPERATOR-SUPERVISOR
                   PERFORM OPTION-BANK-CALENDAR
               WHEN INP-MENU = 19 AND CURRENT-OPERATOR-SUPERVISOR
                   PERFORM OPTION-ACCOUNT-CLOSURE
               WHEN INP-MENU = 25 AND CURRENT-OPERATOR-SUPERVISOR
                   PERFORM OPTION-INTERCHANGE-REPAIR
               WHEN INP-MENU = 26 AND CURRENT-OPERATOR-SUPERVISOR
                   PERFORM OPTION-ESTATE
               WHEN INP-MENU = 27 AND CURRENT-OPERATOR-SUPERVISOR
                   PERFORM OPTION-DATA-SUBJECT-REPORT
               WHEN INP-MENU = 28 AND CURRENT-OPERATOR-SUPERVISOR
                   PERFORM OPTION-AML-REVIEW
               WHEN INP-MENU = 6 OR 7 OR 9 OR 12 OR 17 OR 18 OR 19
                       OR 25 OR 26 OR 27 OR 28
                   PERFORM DENY-SUPERVISOR-OPTION
               WHEN INP-MENU = 8 PERFORM OPTION-TRANSFER
               WHEN INP-MENU = 10 PERFORM OPTION-REVERSAL
               WHEN INP-MENU = 16 PERFORM OPTION-REPORT-CATALOG
               WHEN INP-MENU = 20 PERFORM OPTION-TERM-DEPOSITS
               WHEN INP-MENU = 21 PERFORM OPTION-LOANS
               WHEN INP-MENU = 22 PERFORM OPTION-PIX-KEYS
               WHEN INP-MENU = 23 PERFORM OPTION-BRANCH-VAULT
               WHEN INP-MENU = 24 PERFORM OPTION-BILL-PAYMENT
               WHEN INP-MENU = 29 PERFORM OPTION-BALANCE-HISTORY
               WHEN INP-MENU = 30 PERFORM OPTION-DEBIT-CARDS
               WHEN INP-MENU = 31 PERFORM OPTION-KYC-REVIEW
               WHEN INP-MENU = 0 PERFORM OPTION-EXIT
               WHEN OTHER PERFORM OPTION-INVALID
           END-EVALUATE
           ELSE
               MOVE ZERO TO CURRENT-OPERATOR-BRANCH
           END-IF

      *    EVERY SESSION OPENED IS STAMPED -- THE LEDGER CARRIES NO
      *    TIME OF DAY, SO THIS IS WHAT SHOWS A TERMINAL IN USE
      *    OUTSIDE BRANCH HOURS (BAT30).
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "MAN0" TO AUDIT-PROGRAM
           MOVE "LOGIN" TO AUDIT-ACTION
           MOVE ZERO TO AUDIT-ACCOUNT-ID
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           MOVE SPACES TO LOGIN-AUDIT-DETAIL
           STRING "SESSION OPENED, BRANCH " CURRENT-OPERATOR-BRANCH
                   DELIMITED BY SIZE INTO LOGIN-AUDIT-DETAIL
           MOVE LOGIN-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL
           SET LOGIN-OK TO TRUE.

       CHECK-LOGIN-ATTEMPT-EXIT.
           DISPLAY " > 19 close an account"
           DISPLAY " > 20 term deposits (CDB)"
           DISPLAY " > 21 loans (originate/list)"
           DISPLAY " > 22 PIX keys (register/list/delete)"
           DISPLAY " > 23 branch vault (buy/sell/count)"
           DISPLAY " > 24 bill payment (boleto/utility)"
           DISPLAY " > 25 interchange repair queue"
           DISPLAY " > 26 deceased customer / estate payout"
           DISPLAY " > 27 LGPD data-subject report"
           DISPLAY " > 28 AML structuring case review"
           DISPLAY " > 29 account balance history (12 months)"
           DISPLAY " > 30 debit cards (issue/activate/block/replace)"
           DISPLAY " > 31 KYC review (customer identification)"
           DISPLAY " > 0 exit"
           DISPLAY ""
           DISPLAY "[?] Choose your option: "

       OPTION-DEPOSIT-WITHDRAW                                  SECTION.
           CALL "MAN2" USING CURRENT-OPERATOR-ID
                             CURRENT-OPERATOR-LEVEL
                             CURRENT-OPERATOR-BRANCH.

       OPTION-STATEMENT                                         SECTION.
           CALL "MAN21" USING CURRENT-OPERATOR-ID
                              CURRENT-OPERATOR-BRANCH.

       OPTION-PIX-KEYS                                          SECTION.
           CALL "MAN22" USING CURRENT-OPERATOR-ID.

      *    OPEN TO EVERY OPERATOR -- MAN23 ITSELF RESTRICTS CARRIER
      *    CALLS, VAULT COUNTS AND LIMITS TO SUPERVISORS AND LEAVES
      *    BUYING AND SELLING CASH FOR TELLERS, SAME PATTERN AS MAN11.
       OPTION-BRANCH-VAULT                                      SECTION.
           CALL "MAN23" USING CURRENT-OPERATOR-ID
                              CURRENT-OPERATOR-LEVEL
                              CURRENT-OPERATOR-BRANCH.

       OPTION-BILL-PAYMENT                                      SECTION.
           CALL "MAN24" USING CURRENT-OPERATOR-ID
                              CURRENT-OPERATOR-BRANCH.

       OPTION-INTERCHANGE-REPAIR                                SECTION.
           CALL "MAN25" USING CURRENT-OPERATOR-ID
                              CURRENT-OPERATOR-BRANCH.

       OPTION-ESTATE                                            SECTION.
           CALL "MAN26" USING CURRENT-OPERATOR-ID
                              CURRENT-OPERATOR-BRANCH.

       OPTION-DATA-SUBJECT-REPORT                               SECTION.
           CALL "MAN27" USING CURRENT-OPERATOR-ID
                              CURRENT-OPERATOR-BRANCH.

       OPTION-AML-REVIEW                                        SECTION.
           CALL "MAN28" USING CURRENT-OPERATOR-ID
                              CURRENT-OPERATOR-BRANCH.

       OPTION-BALANCE-HISTORY                                   SECTION.
           CALL "MAN29" USING CURRENT-OPERATOR-ID
                              CURRENT-OPERATOR-BRANCH.

       OPTION-DEBIT-CARDS                                       SECTION.
           CALL "MAN30" USING CURRENT-OPERATOR-ID
                              CURRENT-OPERATOR-BRANCH.

       OPTION-KYC-REVIEW                                        SECTION.
           CALL "MAN31" USING CURRENT-OPERATOR-ID
                              CURRENT-OPERATOR-LEVEL.

      *    THE OPERATOR DECLARES THE CASH FLOAT THEY ARE STARTING THE
      *    DAY WITH. THE FIRST LOGIN OF THE DAY WRITES THE DRAWER
      *    RECORD; A RE-LOGIN LATER THE SAME DAY FINDS IT ALREADY ON
