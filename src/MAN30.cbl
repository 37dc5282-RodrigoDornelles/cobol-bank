       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         MAN30.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        DEBIT-CARD MAINTENANCE AT THE COUNTER. ISSUES
      *                    A CARD ON AN ACTIVE ACCOUNT (CARDREC.CPY),
      *                    ACTIVATES IT ONCE THE CUSTOMER HAS IT IN
      *                    HAND, BLOCKS AND UNBLOCKS IT, AND REPLACES
      *                    IT -- A LOST OR STOLEN CARD IS KILLED FOR
      *                    GOOD, A WORN OR EXPIRING ONE IS RETIRED AS
      *                    EXPIRED, AND EITHER WAY A NEW NUMBER IS
      *                    ISSUED ON THE SAME ACCOUNT WITH THE TWO
      *                    CARDS POINTING AT EACH OTHER. AN ACCOUNT
      *                    CARRIES ONE LIVE CARD AT A TIME. ONLY AN
      *                    ACTIVE CARD IS AUTHORIZED BY GTW2; A
      *                    PURCHASE IT ALREADY AUTHORIZED STILL
      *                    SETTLES (BAT28) WHATEVER HAPPENS TO THE
      *                    CARD AFTERWARDS. CARDS ARE NEVER DELETED.
      *                    EVERY CHANGE IS STAMPED TO THE AUDIT TRAIL.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY CARDSEL.
           COPY AUDITSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENTREC.
       FD  ACCOUNT-MASTER.
           COPY ACCTMREC.
       FD  CARD-MASTER.
           COPY CARDREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY CARDSTA.
           COPY AUDITSTA.
           COPY OPERSTA.
       77  INP-CARD-CHOICE                    PIC 9.
       77  INP-CARD-NUMBER                    PIC 9(16).
       77  INP-BLOCK-REASON                   PIC X(30).
       77  INP-REPLACE-REASON                 PIC X.
           88  INP-REPLACE-LOST                 VALUE "L" "l".
           88  INP-REPLACE-RENEWAL              VALUE "R" "r".
       77  CARD-ACCOUNT                       PIC 9(10).
       77  CARD-HOLDER                        PIC X(32).
       77  TODAY-DATE                         PIC 9(8).
       77  TODAY-MONTH                        PIC 9(6).
       77  LIVE-CARD-NUMBER                   PIC 9(16).
       77  NEW-CARD-NUMBER                    PIC 9(16).
       77  OLD-CARD-NUMBER                    PIC 9(16).
       77  CARDS-LISTED                       PIC 9(4).
      *    HOW LONG A CARD IS GOOD FOR, IN YYYYMM TERMS: THREE YEARS.
       77  CARD-VALIDITY                      PIC 9(3) VALUE 300.
       01  CARD-AUDIT-DETAIL.
           02  FILLER                         PIC X(05) VALUE
               "CARD ".
           02  CDA-AUDIT-NUMBER               PIC 9(16).
           02  FILLER                         PIC X(09) VALUE
               " ACCOUNT ".
           02  CDA-AUDIT-ACCOUNT              PIC 9(10).
           02  FILLER                         PIC X(08) VALUE
               " STATUS ".
           02  CDA-AUDIT-STATUS               PIC X(01).
           02  FILLER                         PIC X(08) VALUE
               " EXPIRY ".
           02  CDA-AUDIT-EXPIRY               PIC 9(6).
           02  FILLER                         PIC X(01) VALUE SPACE.
           02  CDA-AUDIT-REASON               PIC X(30).
       01  CARD-LIST-LINE.
           02  CL-NUMBER                     PIC 9(16).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  CL-STATUS                     PIC X(11).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  CL-EXPIRY                     PIC 9999/99.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  CL-STATUS-DATE                PIC 9(8).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  CL-REASON                     PIC X(30).

       LINKAGE                                                  SECTION.
       77  LK-OPERATOR-ID                      PIC X(10).
       77  LK-OPERATOR-BRANCH                  PIC 9(4).

       PROCEDURE                                                DIVISION
                                                   USING LK-OPERATOR-ID
                                                   LK-OPERATOR-BRANCH.
       MAIN.
           MOVE LK-OPERATOR-ID TO CURRENT-OPERATOR-ID
           MOVE LK-OPERATOR-BRANCH TO CURRENT-OPERATOR-BRANCH
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           MOVE TODAY-DATE(1:6) TO TODAY-MONTH

           DISPLAY "---------------------------------------------------"
           DISPLAY " DEBIT CARDS"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""
           DISPLAY " > 1 issue a card"
           DISPLAY " > 2 activate a card"
           DISPLAY " > 3 block a card"
           DISPLAY " > 4 unblock a card"
           DISPLAY " > 5 replace a card (lost/stolen or renewal)"
           DISPLAY " > 6 list an account's cards"
           DISPLAY " > 0 cancel"
           DISPLAY "[?] Choose your option:"
           ACCEPT INP-CARD-CHOICE

           IF INP-CARD-CHOICE = 0
               GOBACK
           END-IF

           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-CARD-MASTER

           EVALUATE INP-CARD-CHOICE
               WHEN 1 PERFORM ISSUE-CARD
               WHEN 2 PERFORM ACTIVATE-CARD
               WHEN 3 PERFORM BLOCK-CARD
               WHEN 4 PERFORM UNBLOCK-CARD
               WHEN 5 PERFORM REPLACE-CARD
               WHEN 6 PERFORM LIST-ACCOUNT-CARDS
               WHEN OTHER
                   DISPLAY "[X] Invalid option!"
           END-EVALUATE

           CLOSE CLIENT-MASTER ACCOUNT-MASTER CARD-MASTER
           GOBACK.

       ISSUE-CARD                                               SECTION.
           DISPLAY "[?] Account ID to issue the card on:"
           ACCEPT CARD-ACCOUNT
           PERFORM CHECK-CARD-ACCOUNT
           IF CARD-ACCOUNT = ZERO
               GO TO ISSUE-CARD-EXIT
           END-IF

           PERFORM FIND-LIVE-CARD
           IF LIVE-CARD-NUMBER > ZERO
               DISPLAY "[X] Account " CARD-ACCOUNT " already has card "
                   LIVE-CARD-NUMBER " -- replace it instead."
               GO TO ISSUE-CARD-EXIT
           END-IF

           MOVE ZERO TO OLD-CARD-NUMBER
           PERFORM WRITE-NEW-CARD
           IF NEW-CARD-NUMBER = ZERO
               GO TO ISSUE-CARD-EXIT
           END-IF

           MOVE "CARDISSUE" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           PERFORM AUDIT-CARD

           DISPLAY "[!] Card " CRD-NUMBER " issued to account "
               CARD-ACCOUNT ", valid through " CRD-EXPIRY-MONTH
           DISPLAY "[!] Activate it once the customer has it in hand.".

       ISSUE-CARD-EXIT.
           EXIT.

       ACTIVATE-CARD                                            SECTION.
           PERFORM ASK-CARD-NUMBER
           IF CARD-SEEK-NOT-FOUND
               GO TO ACTIVATE-CARD-EXIT
           END-IF
           IF NOT CRD-STATUS-ISSUED
               DISPLAY "[X] Only a newly issued card can be "
                   "activated."
               GO TO ACTIVATE-CARD-EXIT
           END-IF

           PERFORM KEEP-CARD-BEFORE-IMAGE
           SET CRD-STATUS-ACTIVE TO TRUE
           MOVE TODAY-DATE TO CRD-ACTIVATION-DATE
           MOVE TODAY-DATE TO CRD-STATUS-DATE
           MOVE "CARDACTV" TO AUDIT-ACTION
           PERFORM REWRITE-CARD
           IF CARD-MASTER-OK
               DISPLAY "[!] Card " CRD-NUMBER " is now active."
           END-IF.

       ACTIVATE-CARD-EXIT.
           EXIT.

       BLOCK-CARD                                               SECTION.
           PERFORM ASK-CARD-NUMBER
           IF CARD-SEEK-NOT-FOUND
               GO TO BLOCK-CARD-EXIT
           END-IF
           IF NOT CRD-STATUS-ISSUED AND NOT CRD-STATUS-ACTIVE
               DISPLAY "[X] Card " CRD-NUMBER " is not in use, "
                   "nothing to block."
               GO TO BLOCK-CARD-EXIT
           END-IF

           MOVE SPACES TO INP-BLOCK-REASON
           PERFORM WITH TEST AFTER UNTIL INP-BLOCK-REASON NOT = SPACES
               DISPLAY "[?] Reason for the block:"
               ACCEPT INP-BLOCK-REASON
           END-PERFORM

           PERFORM KEEP-CARD-BEFORE-IMAGE
           SET CRD-STATUS-BLOCKED TO TRUE
           MOVE INP-BLOCK-REASON TO CRD-BLOCK-REASON
           MOVE TODAY-DATE TO CRD-STATUS-DATE
           MOVE "CARDBLOCK" TO AUDIT-ACTION
           PERFORM REWRITE-CARD
           IF CARD-MASTER-OK
               DISPLAY "[!] Card " CRD-NUMBER " blocked."
           END-IF.

       BLOCK-CARD-EXIT.
           EXIT.

      *    BACK TO WHERE THE BLOCK FOUND IT: ACTIVE IF IT HAD EVER
      *    BEEN ACTIVATED, OTHERWISE STILL WAITING FOR ACTIVATION.
       UNBLOCK-CARD                                             SECTION.
           PERFORM ASK-CARD-NUMBER
           IF CARD-SEEK-NOT-FOUND
               GO TO UNBLOCK-CARD-EXIT
           END-IF
           IF NOT CRD-STATUS-BLOCKED
               DISPLAY "[X] Card " CRD-NUMBER " is not blocked."
               GO TO UNBLOCK-CARD-EXIT
           END-IF

           PERFORM KEEP-CARD-BEFORE-IMAGE
           IF CRD-ACTIVATION-DATE > ZERO
               SET CRD-STATUS-ACTIVE TO TRUE
           ELSE
               SET CRD-STATUS-ISSUED TO TRUE
           END-IF
           MOVE SPACES TO CRD-BLOCK-REASON
           MOVE TODAY-DATE TO CRD-STATUS-DATE
           MOVE "CARDUNBLK" TO AUDIT-ACTION
           PERFORM REWRITE-CARD
           IF CARD-MASTER-OK
               DISPLAY "[!] Card " CRD-NUMBER " unblocked."
           END-IF.

       UNBLOCK-CARD-EXIT.
           EXIT.

      *    THE OLD CARD DIES FIRST -- LOST/STOLEN OR, ON RENEWAL,
      *    EXPIRED -- SO IT IS DEAD EVEN IF THE ACCOUNT CAN NO LONGER
      *    TAKE A NEW ONE. AN EXPIRED CARD MAY ALSO BE RENEWED, AS
      *    LONG AS NOTHING HAS REPLACED IT ALREADY.
       REPLACE-CARD                                             SECTION.
           PERFORM ASK-CARD-NUMBER
           IF CARD-SEEK-NOT-FOUND
               GO TO REPLACE-CARD-EXIT
           END-IF
           IF CRD-REPLACED-BY-NUMBER > ZERO
               DISPLAY "[X] Card " CRD-NUMBER " was already replaced "
                   "by " CRD-REPLACED-BY-NUMBER
               GO TO REPLACE-CARD-EXIT
           END-IF
           IF NOT CRD-STATUS-LIVE AND NOT CRD-STATUS-EXPIRED
               DISPLAY "[X] Card " CRD-NUMBER " was reported lost or "
                   "stolen and never replaced -- issue a new card."
               GO TO REPLACE-CARD-EXIT
           END-IF

      *    AN EXPIRED CARD IS ONLY RENEWED WHILE ITS ACCOUNT HAS NO
      *    OTHER CARD IN USE -- ONE ISSUED SINCE IT LAPSED IS THE
      *    ACCOUNT'S CARD NOW. THE SCAN MOVES THE FILE, SO THE OLD
      *    CARD IS SOUGHT AGAIN AFTERWARDS.
           IF CRD-STATUS-EXPIRED
               MOVE CRD-NUMBER TO OLD-CARD-NUMBER
               MOVE CRD-ACCOUNT-NUMBER TO CARD-ACCOUNT
               PERFORM FIND-LIVE-CARD
               IF LIVE-CARD-NUMBER > ZERO
                   DISPLAY "[X] Account " CARD-ACCOUNT " already has "
                       "card " LIVE-CARD-NUMBER " -- replace that one "
                       "instead."
                   GO TO REPLACE-CARD-EXIT
               END-IF
               MOVE OLD-CARD-NUMBER TO CARD-SEEK-NUMBER
               PERFORM CARD-MASTER-SEEK-NUMBER
               IF CARD-SEEK-NOT-FOUND
                   GO TO REPLACE-CARD-EXIT
               END-IF
           END-IF

           DISPLAY "[?] Why (L lost/stolen / R renewal):"
           ACCEPT INP-REPLACE-REASON
           IF NOT INP-REPLACE-LOST AND NOT INP-REPLACE-RENEWAL
               DISPLAY "[X] Invalid reason, must be L or R."
               GO TO REPLACE-CARD-EXIT
           END-IF

           MOVE CRD-NUMBER TO OLD-CARD-NUMBER
           MOVE CRD-ACCOUNT-NUMBER TO CARD-ACCOUNT
           PERFORM KEEP-CARD-BEFORE-IMAGE
           IF INP-REPLACE-LOST
               SET CRD-STATUS-LOST TO TRUE
               MOVE "REPORTED LOST OR STOLEN" TO CRD-BLOCK-REASON
               MOVE "CARDLOST" TO AUDIT-ACTION
           ELSE
               SET CRD-STATUS-EXPIRED TO TRUE
               MOVE "RENEWED" TO CRD-BLOCK-REASON
               MOVE "CARDRENEW" TO AUDIT-ACTION
           END-IF
           MOVE TODAY-DATE TO CRD-STATUS-DATE
           PERFORM REWRITE-CARD
           IF NOT CARD-MASTER-OK
               GO TO REPLACE-CARD-EXIT
           END-IF
           DISPLAY "[!] Card " OLD-CARD-NUMBER " is no longer usable."

           PERFORM CHECK-CARD-ACCOUNT
           IF CARD-ACCOUNT = ZERO
               DISPLAY "[X] No replacement issued."
               GO TO REPLACE-CARD-EXIT
           END-IF

           PERFORM WRITE-NEW-CARD
           IF NEW-CARD-NUMBER = ZERO
               GO TO REPLACE-CARD-EXIT
           END-IF
           MOVE "CARDISSUE" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           PERFORM AUDIT-CARD

      *    AND THE OLD CARD POINTS FORWARD AT ITS REPLACEMENT.
           MOVE OLD-CARD-NUMBER TO CARD-SEEK-NUMBER
           PERFORM CARD-MASTER-SEEK-NUMBER
           IF CARD-SEEK-FOUND
               MOVE NEW-CARD-NUMBER TO CRD-REPLACED-BY-NUMBER
               REWRITE CARD-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "[X] Could not point card "
                           OLD-CARD-NUMBER " at its replacement, "
                           "file status: " CARD-MASTER-STATUS
               END-REWRITE
           END-IF

           DISPLAY "[!] Replacement card " NEW-CARD-NUMBER
               " issued to account " CARD-ACCOUNT
           DISPLAY "[!] Activate it once the customer has it in hand.".

       REPLACE-CARD-EXIT.
           EXIT.

       LIST-ACCOUNT-CARDS                                       SECTION.
           DISPLAY "[?] Account ID:"
           ACCEPT CARD-ACCOUNT

           MOVE ZERO TO CARDS-LISTED
           MOVE 1 TO CARD-MASTER-KEY
           START CARD-MASTER
                   KEY IS NOT LESS THAN CARD-MASTER-KEY
               INVALID KEY
                   SET CARD-MASTER-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL CARD-MASTER-NOT-FOUND
               READ CARD-MASTER NEXT RECORD
                   AT END
                       SET CARD-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       IF CRD-ACCOUNT-NUMBER = CARD-ACCOUNT
                           PERFORM LIST-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "[!] Cards listed: " CARDS-LISTED.

       LIST-ONE-CARD                                            SECTION.
           MOVE CRD-NUMBER TO CL-NUMBER
           EVALUATE TRUE
               WHEN CRD-STATUS-ISSUED
                   MOVE "ISSUED" TO CL-STATUS
               WHEN CRD-STATUS-ACTIVE
                   MOVE "ACTIVE" TO CL-STATUS
               WHEN CRD-STATUS-BLOCKED
                   MOVE "BLOCKED" TO CL-STATUS
               WHEN CRD-STATUS-LOST
                   MOVE "LOST/STOLEN" TO CL-STATUS
               WHEN OTHER
                   MOVE "EXPIRED" TO CL-STATUS
           END-EVALUATE
           MOVE CRD-EXPIRY-MONTH TO CL-EXPIRY
           MOVE CRD-STATUS-DATE TO CL-STATUS-DATE
           MOVE CRD-BLOCK-REASON TO CL-REASON
           DISPLAY CARD-LIST-LINE
           ADD 1 TO CARDS-LISTED.

      *    CARD-ACCOUNT MUST RESOLVE TO A LIVE ACCOUNT OUTSIDE ANY
      *    ESTATE; ON RETURN IT IS ZERO IF IT DOES NOT, AND
      *    CARD-HOLDER CARRIES THE HOLDER'S NAME IF IT DOES.
       CHECK-CARD-ACCOUNT                                       SECTION.
           MOVE CARD-ACCOUNT TO ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT
           IF ACCOUNT-RESOLVE-NOT-FOUND
               DISPLAY "[X] No account on file for " CARD-ACCOUNT
               MOVE ZERO TO CARD-ACCOUNT
               GO TO CHECK-CARD-ACCOUNT-EXIT
           END-IF

           DISPLAY "[!] Customer:"
           DISPLAY CLIENT-INFO

           IF RESOLVED-ACCOUNT-NOT-ACTIVE
                   OR RESOLVED-ACCOUNT-ESTATE
               DISPLAY "[X] Account " CARD-ACCOUNT
                   " is not active, no card may be issued on it."
               MOVE ZERO TO CARD-ACCOUNT
               GO TO CHECK-CARD-ACCOUNT-EXIT
           END-IF
           MOVE CLIENT-NAME TO CARD-HOLDER.

       CHECK-CARD-ACCOUNT-EXIT.
           EXIT.

      *    THE CARD STILL ISSUED, ACTIVE OR BLOCKED ON CARD-ACCOUNT,
      *    ZERO IF NONE.
       FIND-LIVE-CARD                                           SECTION.
           MOVE ZERO TO LIVE-CARD-NUMBER
           MOVE 1 TO CARD-MASTER-KEY
           START CARD-MASTER
                   KEY IS NOT LESS THAN CARD-MASTER-KEY
               INVALID KEY
                   SET CARD-MASTER-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL CARD-MASTER-NOT-FOUND
               READ CARD-MASTER NEXT RECORD
                   AT END
                       SET CARD-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       IF CRD-ACCOUNT-NUMBER = CARD-ACCOUNT
                               AND CRD-STATUS-LIVE
                           MOVE CRD-NUMBER TO LIVE-CARD-NUMBER
                       END-IF
               END-READ
           END-PERFORM.

      *    A NEW CARD ON CARD-ACCOUNT FOR CARD-HOLDER, REPLACING
      *    OLD-CARD-NUMBER (ZERO ON A FIRST ISSUE), IN THE NEXT FREE
      *    RELATIVE RECORD -- WHOSE NUMBER BECOMES THE MIDDLE OF THE
      *    CARD NUMBER. NEW-CARD-NUMBER COMES BACK ZERO IF THE WRITE
      *    FAILED.
       WRITE-NEW-CARD                                           SECTION.
           MOVE ZERO TO NEW-CARD-NUMBER
           COMPUTE CARD-MASTER-KEY = CARD-MASTER-RECORD-COUNT + 1
           MOVE ZERO TO CARD-CHECK-NUMBER
           MOVE CARD-OUR-BIN TO CARD-CHECK-BIN
           MOVE CARD-MASTER-KEY TO CARD-CHECK-KEY
           PERFORM CARD-CHECK-DIGIT-OF
           MOVE CARD-CHECK-DIGIT TO CARD-CHECK-LAST

           MOVE ZEROS TO CARD-MASTER-RECORD
           MOVE CARD-CHECK-NUMBER TO CRD-NUMBER
           MOVE CARD-ACCOUNT TO CRD-ACCOUNT-NUMBER
           MOVE CARD-HOLDER TO CRD-HOLDER-NAME
           SET CRD-STATUS-ISSUED TO TRUE
           MOVE TODAY-DATE TO CRD-ISSUE-DATE
           COMPUTE CRD-EXPIRY-MONTH = TODAY-MONTH + CARD-VALIDITY
           MOVE ZERO TO CRD-ACTIVATION-DATE
           MOVE TODAY-DATE TO CRD-STATUS-DATE
           MOVE SPACES TO CRD-BLOCK-REASON
           MOVE OLD-CARD-NUMBER TO CRD-REPLACES-NUMBER
           MOVE ZERO TO CRD-REPLACED-BY-NUMBER
           WRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not save card, file status: "
                       CARD-MASTER-STATUS
                   GO TO WRITE-NEW-CARD-EXIT
           END-WRITE
           ADD 1 TO CARD-MASTER-RECORD-COUNT
           MOVE CRD-NUMBER TO NEW-CARD-NUMBER.

       WRITE-NEW-CARD-EXIT.
           EXIT.

       ASK-CARD-NUMBER                                          SECTION.
           DISPLAY "[?] Card number (16 digits):"
           ACCEPT INP-CARD-NUMBER
           MOVE INP-CARD-NUMBER TO CARD-SEEK-NUMBER
           PERFORM CARD-MASTER-SEEK-NUMBER
           IF CARD-SEEK-NOT-FOUND
               DISPLAY "[X] No card " INP-CARD-NUMBER " on file."
           ELSE
               DISPLAY "[!] Card " CRD-NUMBER " on account "
                   CRD-ACCOUNT-NUMBER " -- " CRD-HOLDER-NAME
           END-IF.

       KEEP-CARD-BEFORE-IMAGE                                   SECTION.
           MOVE CRD-NUMBER TO CDA-AUDIT-NUMBER
           MOVE CRD-ACCOUNT-NUMBER TO CDA-AUDIT-ACCOUNT
           MOVE CRD-STATUS TO CDA-AUDIT-STATUS
           MOVE CRD-EXPIRY-MONTH TO CDA-AUDIT-EXPIRY
           MOVE CRD-BLOCK-REASON TO CDA-AUDIT-REASON
           MOVE CARD-AUDIT-DETAIL TO AUDIT-BEFORE-VALUE.

      *    THE CALLER HAS CHANGED THE RECORD IN PLACE AND SET
      *    AUDIT-ACTION; CARD-MASTER-OK ON RETURN SAYS IT STUCK.
       REWRITE-CARD                                             SECTION.
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not update card, file status: "
                       CARD-MASTER-STATUS
                   GO TO REWRITE-CARD-EXIT
           END-REWRITE
           PERFORM AUDIT-CARD.

       REWRITE-CARD-EXIT.
           EXIT.

      *    THE CALLER HAS SET AUDIT-ACTION AND AUDIT-BEFORE-VALUE; THE
      *    AFTER IMAGE IS THE CARD RECORD AS IT NOW STANDS.
       AUDIT-CARD                                               SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "MAN30" TO AUDIT-PROGRAM
           MOVE CRD-ACCOUNT-NUMBER TO AUDIT-ACCOUNT-ID
           MOVE CRD-NUMBER TO CDA-AUDIT-NUMBER
           MOVE CRD-ACCOUNT-NUMBER TO CDA-AUDIT-ACCOUNT
           MOVE CRD-STATUS TO CDA-AUDIT-STATUS
           MOVE CRD-EXPIRY-MONTH TO CDA-AUDIT-EXPIRY
           MOVE CRD-BLOCK-REASON TO CDA-AUDIT-REASON
           MOVE CARD-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTMFND.
           COPY CARDOPN.
           COPY CARDFND.
           COPY AUDITWRT.
