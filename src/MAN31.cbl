       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         MAN31.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        PERIODIC KYC REVIEW OF A CUSTOMER. SHOWS
      *                    THE CUSTOMER'S CURRENT RISK RATING, LAST
      *                    REVIEW, REVIEWER AND DOCUMENTS ON RECORD,
      *                    WHEN THE NEXT REVIEW IS DUE AND WHETHER THE
      *                    CUSTOMER IS CURRENT, OVERDUE OR ALREADY
      *                    BLOCKED FROM NEW PRODUCTS (KYCGET.CPY).
      *                    THE OPERATOR RECORDS THE RATING AND THE
      *                    DOCUMENTS SEEN TODAY UNDER THE SAME RULES
      *                    AS MAN1'S OPENING REVIEW -- IDENTITY ALWAYS,
      *                    ALL FOUR FOR A HIGH-RISK CUSTOMER -- AND THE
      *                    REVIEW RESTARTS THE CYCLE AND LIFTS ANY
      *                    BLOCK. A CLERK MAY RAISE A RATING BUT ONLY
      *                    A SUPERVISOR MAY LOWER ONE. A CLOSED OR
      *                    DECEASED CUSTOMER IS NOT REVIEWED. EVERY
      *                    REVIEW IS STAMPED TO THE AUDIT TRAIL WITH
      *                    THE KYC FIELDS BEFORE AND AFTER.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY PARMSEL.
           COPY CALSEL.
           COPY AUDITSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENTREC.
       FD  PARAMETER-FILE.
           COPY PARMFD.
       FD  BANK-CALENDAR.
           COPY CALREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY PARMSTA.
           COPY PARMREC.
           COPY CALSTA.
           COPY AUDITSTA.
           COPY OPERSTA.
           COPY KYCSTA.
       77  INP-CLIENT-HASH                    PIC 9(10).
       77  INP-CONFIRM                        PIC X.
           88  INP-CONFIRMED                    VALUE "Y" "y".
       77  BEFORE-KYC-IMAGE                   PIC X(211).
      *    RISK RATINGS RANKED 1 (LOW) TO 3 (HIGH), TO TELL A RAISED
      *    RATING FROM A LOWERED ONE.
       77  OLD-RISK-RANK                      PIC 9.
       77  NEW-RISK-RANK                      PIC 9.
       77  STANDING-TEXT                      PIC X(30).

       LINKAGE                                                  SECTION.
       77  LK-OPERATOR-ID                      PIC X(10).
       77  LK-OPERATOR-LEVEL                   PIC 9.

       PROCEDURE                                                DIVISION
                                    USING LK-OPERATOR-ID
                                          LK-OPERATOR-LEVEL.
       MAIN.
           MOVE LK-OPERATOR-ID TO CURRENT-OPERATOR-ID
           MOVE LK-OPERATOR-LEVEL TO CURRENT-OPERATOR-LEVEL

           DISPLAY "---------------------------------------------------"
           DISPLAY " KYC REVIEW"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM OPEN-CLIENT-MASTER

           PERFORM REVIEW-CUSTOMER

           CLOSE CLIENT-MASTER
           GOBACK.

       REVIEW-CUSTOMER                                          SECTION.
           DISPLAY "[?] Customer's account ID (CLIENT-HASH):"
           ACCEPT INP-CLIENT-HASH

           MOVE INP-CLIENT-HASH TO CLIENT-SEEK-HASH
           PERFORM CLIENT-MASTER-SEEK-HASH

           IF CLIENT-MASTER-SEEK-NOT-FOUND
               DISPLAY "[X] No customer on file for account "
                   INP-CLIENT-HASH
               GO TO REVIEW-CUSTOMER-EXIT
           END-IF

           DISPLAY "[!] Customer:"
           DISPLAY CLIENT-INFO

           IF CLIENT-STATUS-CLOSED OR CLIENT-STATUS-DECEASED
               DISPLAY "[X] Customer " INP-CLIENT-HASH
                   " is closed or deceased, no review."
               GO TO REVIEW-CUSTOMER-EXIT
           END-IF

           PERFORM CHECK-KYC-STANDING
           EVALUATE TRUE
               WHEN KYC-REVIEW-CURRENT
                   MOVE "CURRENT" TO STANDING-TEXT
               WHEN KYC-REVIEW-OVERDUE
                   MOVE "OVERDUE, IN GRACE PERIOD" TO STANDING-TEXT
               WHEN OTHER
                   MOVE "BLOCKED FROM NEW PRODUCTS" TO STANDING-TEXT
           END-EVALUATE

           DISPLAY "[!] Risk rating:       " CLIENT-KYC-RISK
           IF KYC-DUE-DATE = ZERO
               DISPLAY "[!] Last review:       never reviewed"
           ELSE
               DISPLAY "[!] Last review:       " CLIENT-KYC-REVIEW-DATE
                   " by " CLIENT-KYC-REVIEWER
               DISPLAY "[!] Documents on file: identity "
                   CLIENT-KYC-DOC-IDENTITY " CPF " CLIENT-KYC-DOC-CPF
                   " address " CLIENT-KYC-DOC-ADDRESS
                   " income " CLIENT-KYC-DOC-INCOME
               DISPLAY "[!] Next review due:   " KYC-DUE-DATE
           END-IF
           DISPLAY "[!] Standing:          " STANDING-TEXT

           PERFORM BUILD-KYC-AUDIT-IMAGE
           MOVE "BEFORE REVIEW" TO KAI-NOTE
           MOVE KYC-AUDIT-IMAGE TO BEFORE-KYC-IMAGE
           MOVE CLIENT-KYC-RISK TO KYC-INP-RISK
           PERFORM RANK-KYC-RISK
           MOVE NEW-RISK-RANK TO OLD-RISK-RANK

           PERFORM ACCEPT-KYC-REVIEW

      *    A LOWER RATING MEANS LESS FREQUENT REVIEWS -- THAT CALL IS
      *    A SUPERVISOR'S, SAME AS THE OTHER RELAXATIONS OF CONTROL.
           PERFORM RANK-KYC-RISK
           IF NEW-RISK-RANK < OLD-RISK-RANK
                   AND NOT CURRENT-OPERATOR-SUPERVISOR
               DISPLAY "[X] Only a supervisor may lower a customer's "
                   "risk rating."
               GO TO REVIEW-CUSTOMER-EXIT
           END-IF

           DISPLAY "[?] Record this review (Y/N):"
           ACCEPT INP-CONFIRM
           IF NOT INP-CONFIRMED
               DISPLAY "[!] Review not recorded."
               GO TO REVIEW-CUSTOMER-EXIT
           END-IF

           MOVE KYC-INP-RISK TO CLIENT-KYC-RISK
           MOVE KYC-INP-DOCUMENTS TO CLIENT-KYC-DOCUMENTS
           MOVE FUNCTION CURRENT-DATE(1:8) TO CLIENT-KYC-REVIEW-DATE
           MOVE CURRENT-OPERATOR-ID TO CLIENT-KYC-REVIEWER
           MOVE ZERO TO CLIENT-KYC-BLOCKED-DATE

           REWRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not save the review, file "
                       "status: " CLIENT-MASTER-STATUS
                   GO TO REVIEW-CUSTOMER-EXIT
           END-REWRITE

           PERFORM CHECK-KYC-STANDING
           DISPLAY "[!] Review recorded, next review due "
               KYC-DUE-DATE

           PERFORM BUILD-KYC-AUDIT-IMAGE
           MOVE "PERIODIC REVIEW" TO KAI-NOTE
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "MAN31" TO AUDIT-PROGRAM
           MOVE "KYCREVIEW" TO AUDIT-ACTION
           MOVE CLIENT-HASH TO AUDIT-ACCOUNT-ID
           MOVE BEFORE-KYC-IMAGE TO AUDIT-BEFORE-VALUE
           MOVE KYC-AUDIT-IMAGE TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL.

       REVIEW-CUSTOMER-EXIT.
           EXIT.

       RANK-KYC-RISK                                            SECTION.
           EVALUATE KYC-INP-RISK
               WHEN "L"
                   MOVE 1 TO NEW-RISK-RANK
               WHEN "H"
                   MOVE 3 TO NEW-RISK-RANK
               WHEN OTHER
                   MOVE 2 TO NEW-RISK-RANK
           END-EVALUATE.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY PARMGET.
           COPY CALGET.
           COPY AUDITWRT.
           COPY KYCGET.
