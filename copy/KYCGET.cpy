      *DESCRIPTION.        KYC REVIEW-CYCLE PROCEDURES, WORKING ON THE
      *                    CUSTOMER IN THE CLIENT-MASTER FD RECORD.
      *                    THE CALLER LOADS THE SYSTEM PARAMETERS
      *                    FIRST (COPY PARMGET).
      *                    CHECK-KYC-STANDING WORKS OUT WHEN THE NEXT
      *                    REVIEW IS DUE -- THE LAST REVIEW PLUS THE
      *                    RATING'S PARM-KYC-HIGH/MEDIUM/LOW-YEARS --
      *                    AND WHEN THE GRACE PERIOD RUNS OUT, AND SETS
      *                    KYC-REVIEW-CURRENT, -OVERDUE (PAST DUE, STILL
      *                    IN GRACE) OR -BLOCKED. A CUSTOMER NEVER
      *                    REVIEWED IS BLOCKED.
      *                    CHECK-KYC-FOR-OPENING IS WHAT A NEW-PRODUCT
      *                    TRANSACTION PERFORMS ONCE IT HAS READ THE
      *                    CUSTOMER (CLIENT-MASTER OPEN I-O, THE RECORD
      *                    JUST READ): OVERDUE WARNS THE TELLER,
      *                    BLOCKED SETS KYC-OPENING-REFUSED, RECORDS
      *                    THE BLOCK ON THE CUSTOMER IF NOT ALREADY
      *                    RECORDED AND STAMPS A "KYCBLOCK" AUDIT
      *                    RECORD UNDER KYC-CALLING-PROGRAM. NEEDS
      *                    COPY AUDITWRT IN THE CALLER.
      *                    ACCEPT-KYC-REVIEW TAKES THE RISK RATING AND
      *                    THE DOCUMENTS SEEN FROM THE OPERATOR INTO
      *                    KYC-INPUT, RE-PROMPTING UNTIL THEY PASS --
      *                    THE IDENTITY DOCUMENT IS ALWAYS REQUIRED,
      *                    AND A HIGH-RISK CUSTOMER NEEDS ALL FOUR.
      *                    BUILD-KYC-AUDIT-IMAGE FORMATS THE RECORD'S
      *                    KYC FIELDS INTO KYC-AUDIT-IMAGE.
       CHECK-KYC-STANDING                                       SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO KYC-TODAY
           MOVE ZERO TO KYC-DAYS-OVERDUE
           EVALUATE TRUE
               WHEN CLIENT-KYC-RISK-HIGH
                   MOVE PARM-KYC-HIGH-YEARS TO KYC-INTERVAL-YEARS
               WHEN CLIENT-KYC-RISK-LOW
                   MOVE PARM-KYC-LOW-YEARS TO KYC-INTERVAL-YEARS
               WHEN OTHER
                   MOVE PARM-KYC-MEDIUM-YEARS TO KYC-INTERVAL-YEARS
           END-EVALUATE

           IF CLIENT-KYC-REVIEW-DATE NOT NUMERIC
                   OR CLIENT-KYC-REVIEW-DATE = ZERO
               MOVE ZERO TO KYC-DUE-DATE
               MOVE ZERO TO KYC-BLOCK-DATE
               SET KYC-REVIEW-BLOCKED TO TRUE
               GO TO CHECK-KYC-STANDING-EXIT
           END-IF

      *    YYYYMMDD PLUS N * 10000 IS THE SAME DAY N YEARS LATER --
      *    EXCEPT A 29 FEBRUARY, WHICH FALLS DUE ON THE 28TH.
           COMPUTE KYC-DUE-DATE =
               CLIENT-KYC-REVIEW-DATE + KYC-INTERVAL-YEARS * 10000
           IF FUNCTION TEST-DATE-YYYYMMDD(KYC-DUE-DATE) NOT = ZERO
               SUBTRACT 1 FROM KYC-DUE-DATE
           END-IF
           COMPUTE KYC-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(KYC-DUE-DATE)
               + PARM-KYC-GRACE-DAYS + 1
           COMPUTE KYC-BLOCK-DATE =
               FUNCTION DATE-OF-INTEGER(KYC-DAY-INTEGER)

           IF KYC-TODAY NOT > KYC-DUE-DATE
               SET KYC-REVIEW-CURRENT TO TRUE
               GO TO CHECK-KYC-STANDING-EXIT
           END-IF

           COMPUTE KYC-DAYS-OVERDUE =
               FUNCTION INTEGER-OF-DATE(KYC-TODAY)
               - FUNCTION INTEGER-OF-DATE(KYC-DUE-DATE)
           IF KYC-TODAY < KYC-BLOCK-DATE
               SET KYC-REVIEW-OVERDUE TO TRUE
           ELSE
               SET KYC-REVIEW-BLOCKED TO TRUE
           END-IF.

       CHECK-KYC-STANDING-EXIT.
           EXIT.

       CHECK-KYC-FOR-OPENING                                    SECTION.
           SET KYC-OPENING-ALLOWED TO TRUE
           PERFORM CHECK-KYC-STANDING

           IF KYC-REVIEW-CURRENT
               GO TO CHECK-KYC-FOR-OPENING-EXIT
           END-IF

           IF KYC-REVIEW-OVERDUE
               DISPLAY "[!] KYC review overdue since " KYC-DUE-DATE
                   " -- new products are refused from "
                   KYC-BLOCK-DATE ", review the customer (option 31)."
               GO TO CHECK-KYC-FOR-OPENING-EXIT
           END-IF

           SET KYC-OPENING-REFUSED TO TRUE
           IF KYC-DUE-DATE = ZERO
               DISPLAY "[X] Customer has never had a KYC review -- "
                   "no new products until one is done (option 31)."
               MOVE "NEVER REVIEWED, NEW PRODUCT REFUSED"
                   TO KBA-REASON
           ELSE
               DISPLAY "[X] KYC review overdue since " KYC-DUE-DATE
                   " -- no new products until the customer is "
                   "reviewed (option 31)."
               MOVE "REVIEW OVERDUE, NEW PRODUCT REFUSED"
                   TO KBA-REASON
           END-IF

           IF CLIENT-KYC-BLOCKED-DATE NOT NUMERIC
                   OR CLIENT-KYC-BLOCKED-DATE = ZERO
               MOVE KYC-TODAY TO CLIENT-KYC-BLOCKED-DATE
               REWRITE CLIENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "[X] Could not record the block, file "
                           "status: " CLIENT-MASTER-STATUS
               END-REWRITE
           END-IF

           MOVE CLIENT-KYC-RISK TO KBA-RISK
           MOVE CLIENT-KYC-REVIEW-DATE TO KBA-REVIEW-DATE
           MOVE KYC-DUE-DATE TO KBA-DUE-DATE
           MOVE CLIENT-KYC-BLOCKED-DATE TO KBA-BLOCKED-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE KYC-CALLING-PROGRAM TO AUDIT-PROGRAM
           MOVE "KYCBLOCK" TO AUDIT-ACTION
           MOVE CLIENT-HASH TO AUDIT-ACCOUNT-ID
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           MOVE KYC-BLOCK-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL.

       CHECK-KYC-FOR-OPENING-EXIT.
           EXIT.

       BUILD-KYC-AUDIT-IMAGE                                    SECTION.
           MOVE CLIENT-KYC-RISK TO KAI-RISK
           MOVE CLIENT-KYC-REVIEW-DATE TO KAI-REVIEW-DATE
           MOVE CLIENT-KYC-REVIEWER TO KAI-REVIEWER
           MOVE CLIENT-KYC-DOC-IDENTITY TO KAI-DOC-IDENTITY
           MOVE CLIENT-KYC-DOC-CPF TO KAI-DOC-CPF
           MOVE CLIENT-KYC-DOC-ADDRESS TO KAI-DOC-ADDRESS
           MOVE CLIENT-KYC-DOC-INCOME TO KAI-DOC-INCOME
           MOVE CLIENT-KYC-BLOCKED-DATE TO KAI-BLOCKED-DATE.

       ACCEPT-KYC-REVIEW                                        SECTION.
           SET KYC-INPUT-INVALID TO TRUE
           PERFORM WITH TEST AFTER UNTIL KYC-INPUT-VALID
               DISPLAY "[?] KYC risk rating (L low / M medium / "
                   "H high):"
               ACCEPT KYC-INP-RISK
               DISPLAY "[?] Identity document seen (Y/N):"
               ACCEPT KYC-INP-DOC-IDENTITY
               DISPLAY "[?] CPF checked at the Receita (Y/N):"
               ACCEPT KYC-INP-DOC-CPF
               DISPLAY "[?] Proof of address seen (Y/N):"
               ACCEPT KYC-INP-DOC-ADDRESS
               DISPLAY "[?] Proof of income seen (Y/N):"
               ACCEPT KYC-INP-DOC-INCOME
               MOVE FUNCTION UPPER-CASE(KYC-INPUT) TO KYC-INPUT

               SET KYC-INPUT-VALID TO TRUE
               IF NOT KYC-INP-RISK-VALID
                   DISPLAY "[X] Risk rating must be L, M or H."
                   SET KYC-INPUT-INVALID TO TRUE
               END-IF
               IF (KYC-INP-DOC-IDENTITY NOT = "Y" AND NOT = "N")
                       OR (KYC-INP-DOC-CPF NOT = "Y" AND NOT = "N")
                       OR (KYC-INP-DOC-ADDRESS NOT = "Y"
                           AND NOT = "N")
                       OR (KYC-INP-DOC-INCOME NOT = "Y"
                           AND NOT = "N")
                   DISPLAY "[X] Answer each document Y or N."
                   SET KYC-INPUT-INVALID TO TRUE
               END-IF
               IF KYC-INPUT-VALID
                       AND KYC-INP-DOC-IDENTITY NOT = "Y"
                   DISPLAY "[X] No review without an identity "
                       "document."
                   SET KYC-INPUT-INVALID TO TRUE
               END-IF
               IF KYC-INPUT-VALID AND KYC-INP-RISK-HIGH
                       AND KYC-INP-DOCUMENTS NOT = "YYYY"
                   DISPLAY "[X] A high-risk customer needs all four "
                       "documents seen."
                   SET KYC-INPUT-INVALID TO TRUE
               END-IF
           END-PERFORM.
