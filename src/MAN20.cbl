      *                    IN THE DAILY BAT15 RUN. POSTS UNDER THE
      *                    POSTING LOCK, SAME AS MAN2, AND EVERY
      *                    BOOKING AND REDEMPTION IS AUDIT-STAMPED.
      *                    A CUSTOMER WHOSE KYC REVIEW IS OVERDUE
      *                    PAST THE GRACE PERIOD CANNOT BOOK A NEW
      *                    DEPOSIT UNTIL REVIEWED (SEE KYCGET.CPY).

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
           COPY LOCKSTA.
           COPY AUDITSTA.
           COPY OPERSTA.
           COPY KYCSTA.
       77  INP-TERM-CHOICE                    PIC 9.
       77  INP-PRINCIPAL                      PIC 9(9)V99.
       77  INP-MATURITY-DATE                  PIC 9(8).
               GO TO BOOK-TERM-DEPOSIT-EXIT
           END-IF

           MOVE "MAN20" TO KYC-CALLING-PROGRAM
           PERFORM CHECK-KYC-FOR-OPENING
           IF KYC-OPENING-REFUSED
               GO TO BOOK-TERM-DEPOSIT-EXIT
           END-IF

           MOVE ACCOUNT-RESOLVE-NUMBER TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE TXN-SEEK-BALANCE TO DEMAND-BALANCE
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE CURRENT-OPERATOR-BRANCH TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
           MOVE BOOKING-SEQUENCE TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE CURRENT-OPERATOR-BRANCH TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
                   " is not open."
               GO TO REDEEM-CERTIFICATE-EXIT
           END-IF
           IF TDP-ESTATE-FROZEN
               DISPLAY "[X] Certificate " INP-CERTIFICATE
                   " is frozen with a deceased customer's estate."
               GO TO REDEEM-CERTIFICATE-EXIT
           END-IF

           MOVE TDP-ACCOUNT-NUMBER TO ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE CURRENT-OPERATOR-BRANCH TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
           COPY CALGET.
           COPY LOCKGET.
           COPY AUDITWRT.
           COPY KYCGET.
