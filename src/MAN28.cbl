       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         MAN28.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        AML STRUCTURING CASE REVIEW -- THE
      *                    COMPLIANCE OFFICER'S SCREEN FOR THE CASES
      *                    BAT25 RAISED ON data/AMLALERT.DAT
      *                    (AMLREC.CPY). LISTS WHAT IS PENDING; THE
      *                    OFFICER PICKS A CASE, SEES THE PATTERNS
      *                    THAT FIRED AND THE LEDGER ENTRIES BEHIND
      *                    THEM, AND EITHER CLEARS IT WITH A NOTE
      *                    SAYING WHY, OR RECORDS THAT IT WAS REPORTED
      *                    TO COAF WITH THE COMMUNICATION PROTOCOL.
      *                    THE DECISION IS AUDIT-STAMPED WITH THE CASE
      *                    BEFORE AND AFTER. NOTHING IS POSTED AND THE
      *                    CUSTOMER IS NOT TOLD.
      *                    SUPERVISOR-ONLY, REACHED FROM MAN0.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY AMLSEL.
           COPY AUDITSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  AML-ALERT.
           COPY AMLREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.

       WORKING-STORAGE                                          SECTION.
           COPY AMLSTA.
           COPY AUDITSTA.
           COPY OPERSTA.
       77  TODAY-YYYYMMDD                     PIC 9(8).
       77  INP-CASE-NUMBER                    PIC 9(8).
       77  INP-DECISION                       PIC X.
           88  INP-DECIDE-CLEAR                 VALUE "C" "c".
           88  INP-DECIDE-REPORT                VALUE "R" "r".
       77  INP-PROTOCOL                       PIC X(20).
       77  INP-NOTE                           PIC X(60).
       77  INP-CONFIRM                        PIC X.
           88  INP-CONFIRMED                    VALUE "Y" "y".
       77  PENDING-COUNT                      PIC 9(6).
       77  ENTRY-SLOT                         PIC 9(2).
       77  EDITED-AMOUNT                      PIC Z(10)9.99.
       01  PENDING-CASE-LINE.
           02  PCL-CASE                       PIC 9(8).
           02  FILLER                         PIC X(02) VALUE SPACES.
           02  PCL-DETECTED                   PIC 9(8).
           02  FILLER                         PIC X(02) VALUE SPACES.
           02  PCL-CPF                        PIC 9(11).
           02  FILLER                         PIC X(02) VALUE SPACES.
           02  PCL-NAME                       PIC X(32).
           02  FILLER                         PIC X(02) VALUE SPACES.
           02  PCL-RULES                      PIC X(03).
       01  CASE-ENTRY-LINE.
           02  FILLER                         PIC X(04) VALUE SPACES.
           02  CEL-SEQUENCE                   PIC 9(8).
           02  FILLER                         PIC X(02) VALUE SPACES.
           02  CEL-ACCOUNT                    PIC 9(10).
           02  FILLER                         PIC X(02) VALUE SPACES.
           02  CEL-DATE                       PIC 9(8).
           02  FILLER                         PIC X(02) VALUE SPACES.
           02  CEL-TYPE                       PIC X.
           02  FILLER                         PIC X(02) VALUE SPACES.
           02  CEL-AMOUNT                     PIC Z(8)9.99.
           02  FILLER                         PIC X(02) VALUE SPACES.
           02  CEL-BRANCH                     PIC 9(4).
           02  FILLER                         PIC X(02) VALUE SPACES.
           02  CEL-RULE                       PIC X.
      *    THE CASE AS THE AUDIT TRAIL SEES IT, BEFORE AND AFTER THE
      *    DECISION.
       01  CASE-AUDIT-DETAIL.
           02  FILLER                         PIC X(05) VALUE
               "CASE ".
           02  CAD-CASE                       PIC 9(8).
           02  FILLER                         PIC X(05) VALUE
               " CPF ".
           02  CAD-CPF                        PIC 9(11).
           02  FILLER                         PIC X(08) VALUE
               " STATUS ".
           02  CAD-STATUS                     PIC X.
           02  FILLER                         PIC X(06) VALUE
               " COAF ".
           02  CAD-PROTOCOL                   PIC X(20).
           02  FILLER                         PIC X(06) VALUE
               " NOTE ".
           02  CAD-NOTE                       PIC X(60).
       77  BEFORE-CASE-DETAIL                 PIC X(130).

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
           DISPLAY " AML STRUCTURING CASE REVIEW"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           PERFORM OPEN-AML-ALERT

           PERFORM LIST-PENDING-CASES
           IF PENDING-COUNT > ZERO
               PERFORM REVIEW-ONE-CASE
           END-IF

           CLOSE AML-ALERT
           GOBACK.

       LIST-PENDING-CASES                                       SECTION.
           MOVE ZERO TO PENDING-COUNT
           DISPLAY "    CASE  DETECTED          CPF  NAME            "
               "                  RULES"
           MOVE 1 TO AML-ALERT-KEY
           START AML-ALERT
                   KEY IS NOT LESS THAN AML-ALERT-KEY
               INVALID KEY
                   SET AML-ALERT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET AML-ALERT-OK TO TRUE
           END-START
           PERFORM UNTIL AML-ALERT-NOT-FOUND
               READ AML-ALERT NEXT RECORD
                   AT END
                       SET AML-ALERT-NOT-FOUND TO TRUE
                   NOT AT END
                       IF AML-STATUS-PENDING
                           ADD 1 TO PENDING-COUNT
                           PERFORM SHOW-PENDING-CASE
                       END-IF
               END-READ
           END-PERFORM
           IF PENDING-COUNT = ZERO
               DISPLAY "[!] No case is waiting for review."
           ELSE
               DISPLAY "[!] Cases waiting for review: " PENDING-COUNT
           END-IF.

       SHOW-PENDING-CASE                                        SECTION.
           MOVE AML-CASE-NUMBER TO PCL-CASE
           MOVE AML-DETECTED-DATE TO PCL-DETECTED
           MOVE AML-CPF TO PCL-CPF
           MOVE AML-NAME TO PCL-NAME
           PERFORM FORMAT-CASE-RULES
           DISPLAY PENDING-CASE-LINE.

      *    N NEAR-THRESHOLD AMOUNTS, B MANY BRANCHES, R PASS-THROUGH.
       FORMAT-CASE-RULES                                        SECTION.
           MOVE SPACES TO PCL-RULES
           IF AML-FLAGGED-NEAR
               MOVE "N" TO PCL-RULES(1:1)
           END-IF
           IF AML-FLAGGED-BRANCHES
               MOVE "B" TO PCL-RULES(2:1)
           END-IF
           IF AML-FLAGGED-RAPID
               MOVE "R" TO PCL-RULES(3:1)
           END-IF.

       REVIEW-ONE-CASE                                          SECTION.
           DISPLAY "[?] Case number to review (0 to leave):"
           ACCEPT INP-CASE-NUMBER
           IF INP-CASE-NUMBER = ZERO
               GO TO REVIEW-ONE-CASE-EXIT
           END-IF

           PERFORM READ-AML-CASE
           IF NOT AML-ALERT-OK
               DISPLAY "[X] No case " INP-CASE-NUMBER " on file."
               GO TO REVIEW-ONE-CASE-EXIT
           END-IF
           IF NOT AML-STATUS-PENDING
               DISPLAY "[X] Case " INP-CASE-NUMBER
                   " was already reviewed (status " AML-STATUS ")."
               GO TO REVIEW-ONE-CASE-EXIT
           END-IF

           PERFORM SHOW-CASE-DETAIL

           DISPLAY "[?] Decision: C clear / R reported to COAF "
               "(blank to leave pending):"
           MOVE SPACE TO INP-DECISION
           ACCEPT INP-DECISION
           IF NOT INP-DECIDE-CLEAR AND NOT INP-DECIDE-REPORT
               DISPLAY "[!] Case left pending."
               GO TO REVIEW-ONE-CASE-EXIT
           END-IF

           MOVE SPACES TO INP-PROTOCOL
           IF INP-DECIDE-REPORT
               DISPLAY "[?] COAF communication protocol:"
               ACCEPT INP-PROTOCOL
               IF INP-PROTOCOL = SPACES
                   DISPLAY "[X] The COAF protocol is required."
                   GO TO REVIEW-ONE-CASE-EXIT
               END-IF
           END-IF

           DISPLAY "[?] Review note:"
           MOVE SPACES TO INP-NOTE
           ACCEPT INP-NOTE
           IF INP-NOTE = SPACES
               DISPLAY "[X] A note on the decision is required."
               GO TO REVIEW-ONE-CASE-EXIT
           END-IF

           IF INP-DECIDE-CLEAR
               DISPLAY "[!] Clear case " AML-CASE-NUMBER
           ELSE
               DISPLAY "[!] Record case " AML-CASE-NUMBER
                   " as reported, protocol " INP-PROTOCOL
           END-IF
           DISPLAY "[?] Confirm (Y/N):"
           ACCEPT INP-CONFIRM
           IF NOT INP-CONFIRMED
               DISPLAY "[!] Review cancelled."
               GO TO REVIEW-ONE-CASE-EXIT
           END-IF

      *    RE-READ IN CASE ANOTHER OFFICER DECIDED IT MEANWHILE.
           PERFORM READ-AML-CASE
           IF NOT AML-ALERT-OK OR NOT AML-STATUS-PENDING
               DISPLAY "[X] Case " INP-CASE-NUMBER
                   " was reviewed by someone else meanwhile."
               GO TO REVIEW-ONE-CASE-EXIT
           END-IF

           PERFORM FORMAT-CASE-AUDIT-DETAIL
           MOVE CASE-AUDIT-DETAIL TO BEFORE-CASE-DETAIL

           IF INP-DECIDE-CLEAR
               SET AML-STATUS-CLEARED TO TRUE
           ELSE
               SET AML-STATUS-REPORTED TO TRUE
           END-IF
           MOVE TODAY-YYYYMMDD TO AML-REVIEWED-DATE
           MOVE CURRENT-OPERATOR-ID TO AML-REVIEWED-BY
           MOVE INP-PROTOCOL TO AML-COAF-PROTOCOL
           MOVE INP-NOTE TO AML-REVIEW-NOTE
           REWRITE AML-CASE-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not update the case, file "
                       "status: " AML-ALERT-STATUS
                   GO TO REVIEW-ONE-CASE-EXIT
           END-REWRITE

           PERFORM AUDIT-CASE-DECISION
           IF AML-STATUS-CLEARED
               DISPLAY "[!] Case " AML-CASE-NUMBER " cleared."
           ELSE
               DISPLAY "[!] Case " AML-CASE-NUMBER
                   " recorded as reported to COAF."
           END-IF.

       REVIEW-ONE-CASE-EXIT.
           EXIT.

       READ-AML-CASE                                            SECTION.
           MOVE INP-CASE-NUMBER TO AML-ALERT-KEY
           READ AML-ALERT
               INVALID KEY
                   SET AML-ALERT-NOT-FOUND TO TRUE
           END-READ.

       SHOW-CASE-DETAIL                                         SECTION.
           DISPLAY ""
           DISPLAY "[!] Case " AML-CASE-NUMBER ", CPF " AML-CPF " "
               AML-NAME
           DISPLAY "[!] Window " AML-WINDOW-START " to "
               AML-WINDOW-END ", detected " AML-DETECTED-DATE
           IF AML-FLAGGED-NEAR
               DISPLAY "[!] Near-threshold amounts: " AML-NEAR-COUNT
           END-IF
           IF AML-FLAGGED-BRANCHES
               DISPLAY "[!] Cash through branches: " AML-BRANCH-COUNT
           END-IF
           IF AML-FLAGGED-RAPID
               DISPLAY "[!] Credits passed straight through: "
                   AML-RAPID-COUNT
           END-IF
           MOVE AML-TOTAL-IN TO EDITED-AMOUNT
           DISPLAY "[!] Total in over the window:  " EDITED-AMOUNT
           MOVE AML-TOTAL-OUT TO EDITED-AMOUNT
           DISPLAY "[!] Total out over the window: " EDITED-AMOUNT
           DISPLAY "[!] Entries behind the case: " AML-TRIGGER-COUNT
           IF AML-TRIGGER-COUNT > AML-ENTRY-COUNT
               DISPLAY "[!] (the first " AML-ENTRY-COUNT
                   " are shown)"
           END-IF
           DISPLAY "    SEQUENCE  ACCOUNT ID      DATE  T        "
               "AMOUNT  BRCH  RULE"
           PERFORM VARYING ENTRY-SLOT FROM 1 BY 1
                   UNTIL ENTRY-SLOT > AML-ENTRY-COUNT
               MOVE AML-ENTRY-SEQUENCE(ENTRY-SLOT) TO CEL-SEQUENCE
               MOVE AML-ENTRY-ACCOUNT(ENTRY-SLOT) TO CEL-ACCOUNT
               MOVE AML-ENTRY-DATE(ENTRY-SLOT) TO CEL-DATE
               MOVE AML-ENTRY-TYPE(ENTRY-SLOT) TO CEL-TYPE
               MOVE AML-ENTRY-AMOUNT(ENTRY-SLOT) TO CEL-AMOUNT
               MOVE AML-ENTRY-BRANCH(ENTRY-SLOT) TO CEL-BRANCH
               MOVE AML-ENTRY-RULE(ENTRY-SLOT) TO CEL-RULE
               DISPLAY CASE-ENTRY-LINE
           END-PERFORM
           DISPLAY "".

       FORMAT-CASE-AUDIT-DETAIL                                 SECTION.
           MOVE AML-CASE-NUMBER TO CAD-CASE
           MOVE AML-CPF TO CAD-CPF
           MOVE AML-STATUS TO CAD-STATUS
           MOVE AML-COAF-PROTOCOL TO CAD-PROTOCOL
           MOVE AML-REVIEW-NOTE TO CAD-NOTE.

       AUDIT-CASE-DECISION                                      SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "MAN28" TO AUDIT-PROGRAM
           IF AML-STATUS-CLEARED
               MOVE "AMLCLEAR" TO AUDIT-ACTION
           ELSE
               MOVE "AMLCOAF" TO AUDIT-ACTION
           END-IF
           MOVE AML-ENTRY-ACCOUNT(1) TO AUDIT-ACCOUNT-ID
           MOVE BEFORE-CASE-DETAIL TO AUDIT-BEFORE-VALUE
           PERFORM FORMAT-CASE-AUDIT-DETAIL
           MOVE CASE-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL.

           COPY AMLOPN.
           COPY AUDITWRT.
