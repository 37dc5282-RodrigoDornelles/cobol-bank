      *                    BAT16 RUN COLLECTS THE INSTALLMENTS. ALSO
      *                    LISTS AN ACCOUNT'S LOANS. POSTS UNDER THE
      *                    POSTING LOCK, SAME AS MAN2, AND EVERY
      *                    ORIGINATION IS AUDIT-STAMPED. A CUSTOMER
      *                    WHOSE KYC REVIEW IS OVERDUE PAST THE GRACE
      *                    PERIOD CANNOT TAKE A NEW LOAN UNTIL
      *                    REVIEWED (SEE KYCGET.CPY), WHICH IS WHY THE
      *                    SYSTEM PARAMETERS ARE LOADED.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
           COPY ACCTXSEL.
           COPY ACCTPSEL.
           COPY LOANSEL.
           COPY PARMSEL.
           COPY CALSEL.
           COPY LOCKSEL.
           COPY AUDITSEL.

           COPY ACCTPREC.
       FD  LOAN-MASTER.
           COPY LOANREC.
       FD  PARAMETER-FILE.
           COPY PARMFD.
       FD  BANK-CALENDAR.
           COPY CALREC.
       FD  POSTING-LOCK.
           COPY LOCKREC.
       FD  AUDIT-TRAIL.
           COPY ACCTXSTA.
           COPY ACCTPSTA.
           COPY LOANSTA.
           COPY PARMSTA.
           COPY PARMREC.
           COPY CALSTA.
           COPY LOCKSTA.
           COPY AUDITSTA.
           COPY OPERSTA.
           COPY KYCSTA.
       77  INP-LOAN-CHOICE                    PIC 9.
       77  INP-PRINCIPAL                      PIC 9(9)V99.
       77  INP-TERM-MONTHS                    PIC 9(3).
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-ACCOUNT-TXN
               GO TO ORIGINATE-LOAN-EXIT
           END-IF

           MOVE "MAN21" TO KYC-CALLING-PROGRAM
           PERFORM CHECK-KYC-FOR-OPENING
           IF KYC-OPENING-REFUSED
               GO TO ORIGINATE-LOAN-EXIT
           END-IF

           DISPLAY "[?] Loan principal:"
           ACCEPT INP-PRINCIPAL
           IF INP-PRINCIPAL = ZERO
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE CURRENT-OPERATOR-BRANCH TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
           MOVE DISBURSE-SEQUENCE TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE CURRENT-OPERATOR-BRANCH TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
           COPY ACCTPOPN.
           COPY ACCTPUPD.
           COPY LOANOPN.
           COPY PARMGET.
           COPY CALGET.
           COPY LOCKGET.
           COPY AUDITWRT.
           COPY KYCGET.
