      *                    WAY MAN1 VALIDATES THE FIRST HOLDER'S.
      *                    EVERY OPEN, LIMIT CHANGE AND JOINT-HOLDER
      *                    CHANGE IS STAMPED TO THE AUDIT TRAIL.
      *                    A CUSTOMER WHOSE KYC REVIEW IS OVERDUE
      *                    PAST THE GRACE PERIOD CANNOT OPEN A NEW
      *                    PRODUCT UNTIL REVIEWED (SEE KYCGET.CPY),
      *                    WHICH IS WHY THE SYSTEM PARAMETERS ARE
      *                    LOADED.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY PARMSEL.
           COPY CALSEL.
           COPY AUDITSEL.

       DATA                                                    DIVISION.
           COPY CLIENTREC.
       FD  ACCOUNT-MASTER.
           COPY ACCTMREC.
       FD  PARAMETER-FILE.
           COPY PARMFD.
       FD  BANK-CALENDAR.
           COPY CALREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY PARMSTA.
           COPY PARMREC.
           COPY CALSTA.
           COPY AUDITSTA.
           COPY OPERSTA.
           COPY KYCSTA.
       77  INP-PRODUCT-CHOICE                 PIC 9.
       77  INP-PRODUCT-TYPE                   PIC X.
           88  INP-PRODUCT-IS-SAVINGS           VALUE "S" "s".
               GOBACK
           END-IF

           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER

               GO TO OPEN-PRODUCT-ACCOUNT-EXIT
           END-IF

           MOVE "MAN13" TO KYC-CALLING-PROGRAM
           PERFORM CHECK-KYC-FOR-OPENING
           IF KYC-OPENING-REFUSED
               GO TO OPEN-PRODUCT-ACCOUNT-EXIT
           END-IF

           DISPLAY "[?] Product type (S savings / C checking):"
           ACCEPT INP-PRODUCT-TYPE

                   MOVE "ACTIVE" TO AL-STATUS
               WHEN CLIENT-STATUS-CLOSED
                   MOVE "CLOSED" TO AL-STATUS
               WHEN CLIENT-STATUS-DECEASED
                   MOVE "DECEASED" TO AL-STATUS
               WHEN OTHER
                   MOVE "INACTIVE" TO AL-STATUS
           END-EVALUATE
                   MOVE "ACTIVE" TO AL-STATUS
               WHEN ACCT-STATUS-CLOSED
                   MOVE "CLOSED" TO AL-STATUS
               WHEN ACCT-STATUS-ESTATE-FROZEN
                   MOVE "ESTATE" TO AL-STATUS
               WHEN OTHER
                   MOVE "INACTIVE" TO AL-STATUS
           END-EVALUATE
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTMFND.
           COPY PARMGET.
           COPY CALGET.
           COPY AUDITWRT.
           COPY KYCGET.
