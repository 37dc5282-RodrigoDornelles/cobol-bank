      *                    TEMPORARY PASSWORD AT FIRST LOGIN),
      *                    DISABLES A DEPARTED ONE WITHOUT DELETING
      *                    THE RECORD (OLD AUDIT STAMPS STILL RESOLVE
      *                    TO A NAME), CLEARS A LOCKOUT, AND RECORDS
      *                    AN OPERATOR'S CPF AND HOME ADDRESS (WHAT
      *                    BAT30 MATCHES AGAINST ACCOUNT HOLDERS).
      *                    THOSE ARE SUPERVISOR-ONLY, AND NO
      *                    SUPERVISOR MAY RECORD THEIR OWN; ANY
      *                    OPERATOR MAY CHANGE THEIR OWN PASSWORD
      *                    HERE. PASSWORDS NEVER GO TO THE AUDIT
      *                    TRAIL.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       77  NEW-PASSWORD-INPUT                 PIC X(10).
       77  NEW-PASSWORD-CONFIRM               PIC X(10).
       77  CURRENT-PASSWORD-INPUT             PIC X(10).
       77  NEW-OPERATOR-CPF                   PIC 9(11).
       77  NEW-OPERATOR-STREET                PIC X(40).
       77  NEW-OPERATOR-POSTAL-CODE           PIC 9(8).
      *    SAME CPF CHECK-DIGIT WORKING STORAGE AS MAN1'S
      *    VALIDATE-CPF.
       77  CPF-VALID-SW                       PIC X.
           88  CPF-VALID                       VALUE "Y".
           88  CPF-INVALID                     VALUE "N".
       01  CPF-WORK                           PIC 9(11).
       01  CPF-DIGIT-TABLE REDEFINES CPF-WORK.
           02  CPF-DIGIT                      PIC 9 OCCURS 11 TIMES.
       77  CPF-I                              PIC 99.
       77  CPF-SUM-1                          PIC 9(4).
       77  CPF-SUM-2                          PIC 9(4).
       77  CPF-REMAINDER                      PIC 99.
       77  CPF-CHECK-DIGIT-1                  PIC 9.
       77  CPF-CHECK-DIGIT-2                  PIC 9.
      *    WHAT A DENIED ADMINISTRATION ATTEMPT LOOKED LIKE, FOR THE
      *    AUDIT TRAIL -- SAME SHAPE AS MAN0'S DENY-AUDIT-DETAIL.
       01  DENY-AUDIT-DETAIL.
           DISPLAY " > 2 disable an operator (supervisor)"
           DISPLAY " > 3 unlock an operator (supervisor)"
           DISPLAY " > 4 change my own password"
           DISPLAY " > 5 record an operator's CPF / home address "
               "(supervisor)"
           DISPLAY " > 0 cancel"
           DISPLAY "[?] Choose your option:"
           ACCEPT INP-ADMIN-CHOICE
      *    A CLERK PICKING AN ADMINISTRATION FUNCTION IS REFUSED AND
      *    THE ATTEMPT STAMPED TO THE TRAIL, SAME AS MAN0'S GATED
      *    MENU OPTIONS.
           IF INP-ADMIN-CHOICE NOT = 4
                   AND NOT CURRENT-OPERATOR-SUPERVISOR
               DISPLAY "[X] That function requires supervisor "
                   "authorization."
               WHEN 2 PERFORM DISABLE-OPERATOR
               WHEN 3 PERFORM UNLOCK-OPERATOR
               WHEN 4 PERFORM CHANGE-OWN-PASSWORD
               WHEN 5 PERFORM RECORD-OPERATOR-PERSONAL
               WHEN OTHER DISPLAY "[X] Invalid option!"
           END-EVALUATE

                   "0001 and 9999."
               GO TO ADD-OPERATOR-EXIT
           END-IF
           PERFORM ACCEPT-OPERATOR-PERSONAL
           DISPLAY "[?] Temporary password:"
           ACCEPT NEW-PASSWORD-INPUT
           IF NEW-PASSWORD-INPUT = SPACES
           MOVE ZERO TO OPERATOR-FAILED-LOGIN-COUNT
           MOVE "N" TO OPERATOR-LOCKED-SW
           MOVE NEW-OPERATOR-BRANCH TO OPERATOR-BRANCH-CODE
           MOVE NEW-OPERATOR-CPF TO OPERATOR-CPF
           MOVE NEW-OPERATOR-STREET TO OPERATOR-STREET
           MOVE NEW-OPERATOR-POSTAL-CODE TO OPERATOR-POSTAL-CODE

      *    THE SEEK ABOVE MOVED THE FILE CURSOR, SO THE NEXT FREE SLOT
      *    IS RE-DERIVED FROM THE RECORD COUNT, SAME AS MAN1'S WRITE.
       CHANGE-OWN-PASSWORD-EXIT.
           EXIT.

      *    AN OPERATOR ONBOARDED BEFORE THE CPF AND HOME ADDRESS WERE
      *    KEPT HAS THEM FILLED IN HERE. A SUPERVISOR MAY NOT RECORD
      *    THEIR OWN -- THE MATCH BAT30 RUNS ON THEM IS A CONTROL ON
      *    THE VERY PEOPLE KEYING THEM.
       RECORD-OPERATOR-PERSONAL                                 SECTION.
           DISPLAY "[?] Operator ID to record:"
           ACCEPT OPERATOR-SEEK-ID

           IF OPERATOR-SEEK-ID = CURRENT-OPERATOR-ID
               DISPLAY "[X] You cannot record your own CPF or "
                   "address -- ask another supervisor."
               GO TO RECORD-OPERATOR-PERSONAL-EXIT
           END-IF

           PERFORM OPERATOR-MASTER-SEEK-ID
           IF OPERATOR-MASTER-SEEK-NOT-FOUND
               DISPLAY "[X] No operator on file for ID "
                   OPERATOR-SEEK-ID
               GO TO RECORD-OPERATOR-PERSONAL-EXIT
           END-IF

           PERFORM ACCEPT-OPERATOR-PERSONAL

           MOVE NEW-OPERATOR-CPF TO OPERATOR-CPF
           MOVE NEW-OPERATOR-STREET TO OPERATOR-STREET
           MOVE NEW-OPERATOR-POSTAL-CODE TO OPERATOR-POSTAL-CODE
           REWRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not update operator, "
                       "file status: " OPERATOR-MASTER-STATUS
                   GO TO RECORD-OPERATOR-PERSONAL-EXIT
           END-REWRITE

           MOVE "OPER-PERS" TO AUDIT-ACTION
           PERFORM AUDIT-OPERATOR-ACTION

           DISPLAY "[!] Operator " OPERATOR-ID " CPF and home "
               "address recorded.".

       RECORD-OPERATOR-PERSONAL-EXIT.
           EXIT.

      *    THE OPERATOR'S CPF (RE-PROMPTED UNTIL IT PASSES THE CHECK
      *    DIGITS) AND HOME STREET AND POSTAL CODE, KEYED THE SAME WAY
      *    AS A CUSTOMER'S SO BAT30 CAN COMPARE THEM FIELD FOR FIELD.
       ACCEPT-OPERATOR-PERSONAL                                 SECTION.
           SET CPF-INVALID TO TRUE
           PERFORM WITH TEST AFTER UNTIL CPF-VALID
               DISPLAY "[?] Operator's CPF (11 digits, numbers only):"
               ACCEPT NEW-OPERATOR-CPF
               PERFORM VALIDATE-OPERATOR-CPF
           END-PERFORM

           DISPLAY "[?] Home street and number:"
           ACCEPT NEW-OPERATOR-STREET
           DISPLAY "[?] Home postal code (CEP, 8 digits):"
           ACCEPT NEW-OPERATOR-POSTAL-CODE.

      *    SAME MOD-11 CHECK-DIGIT VALIDATION AS MAN1'S VALIDATE-CPF.
       VALIDATE-OPERATOR-CPF                                    SECTION.
           SET CPF-VALID TO TRUE
           MOVE NEW-OPERATOR-CPF TO CPF-WORK

           IF FUNCTION MOD(NEW-OPERATOR-CPF, 11111111111) = 0
               DISPLAY "[X] Invalid CPF, repeated-digit numbers "
                   "are not issued."
               SET CPF-INVALID TO TRUE
           END-IF

           IF CPF-VALID
               MOVE ZERO TO CPF-SUM-1
               PERFORM SUM-CPF-FIRST-CHECK-DIGIT
                   VARYING CPF-I FROM 1 BY 1 UNTIL CPF-I > 9

               COMPUTE CPF-REMAINDER = FUNCTION MOD(CPF-SUM-1, 11)
               IF CPF-REMAINDER < 2
                   MOVE 0 TO CPF-CHECK-DIGIT-1
               ELSE
                   COMPUTE CPF-CHECK-DIGIT-1 = 11 - CPF-REMAINDER
               END-IF

               IF CPF-CHECK-DIGIT-1 NOT = CPF-DIGIT(10)
                   DISPLAY "[X] Invalid CPF, check digit mismatch."
                   SET CPF-INVALID TO TRUE
               END-IF
           END-IF

           IF CPF-VALID
               MOVE ZERO TO CPF-SUM-2
               PERFORM SUM-CPF-SECOND-CHECK-DIGIT
                   VARYING CPF-I FROM 1 BY 1 UNTIL CPF-I > 10

               COMPUTE CPF-REMAINDER = FUNCTION MOD(CPF-SUM-2, 11)
               IF CPF-REMAINDER < 2
                   MOVE 0 TO CPF-CHECK-DIGIT-2
               ELSE
                   COMPUTE CPF-CHECK-DIGIT-2 = 11 - CPF-REMAINDER
               END-IF

               IF CPF-CHECK-DIGIT-2 NOT = CPF-DIGIT(11)
                   DISPLAY "[X] Invalid CPF, check digit mismatch."
                   SET CPF-INVALID TO TRUE
               END-IF
           END-IF.

       SUM-CPF-FIRST-CHECK-DIGIT                                SECTION.
           COMPUTE CPF-SUM-1 =
               CPF-SUM-1 + CPF-DIGIT(CPF-I) * (11 - CPF-I).

       SUM-CPF-SECOND-CHECK-DIGIT                               SECTION.
           COMPUTE CPF-SUM-2 =
               CPF-SUM-2 + CPF-DIGIT(CPF-I) * (12 - CPF-I).

      *    ONE TRAIL ENTRY PER ADMINISTRATION ACTION, NAMING THE
      *    OPERATOR ACTED ON -- NEVER THE PASSWORD.
       AUDIT-OPERATOR-ACTION                                    SECTION.
