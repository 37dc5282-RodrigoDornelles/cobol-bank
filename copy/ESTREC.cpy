      *DESCRIPTION.        ESTATE-REGISTER RECORD LAYOUT -- ONE
      *                    DECEASED CUSTOMER (CLIENT-STATUS "D"). MAN26
      *                    WRITES IT WHEN THE DEATH IS REGISTERED,
      *                    WITH THE DATE OF DEATH, THE DEATH
      *                    CERTIFICATE REFERENCE AND WHAT THE ESTATE
      *                    FREEZE CAUGHT, AND COMPLETES IT WHEN THE
      *                    PROBATE ORDER IS CARRIED OUT: THE COURT
      *                    ORDER REFERENCE, THE HEIRS, EACH ONE'S SHARE
      *                    (A FRACTION OVER EST-SHARE-DENOMINATOR) AND
      *                    WHAT EACH WAS PAID. RECORDS ARE NEVER
      *                    DELETED.
       01  ESTATE-REGISTER-RECORD.
           02  EST-NUMBER                    PIC 9(8).
           02  EST-CLIENT-HASH               PIC 9(10).
           02  EST-CLIENT-CPF                PIC 9(11).
           02  EST-CLIENT-NAME               PIC X(32).
           02  EST-DATE-OF-DEATH             PIC 9(8).
      *    THE DEATH CERTIFICATE'S REGISTRY NUMBER (MATRICULA) AS
      *    PRINTED ON IT.
           02  EST-CERTIFICATE-REF           PIC X(32).
           02  EST-STATUS                    PIC X.
               88  EST-STATUS-FROZEN           VALUE "F".
               88  EST-STATUS-PAID-OUT         VALUE "P".
           02  EST-REGISTERED-DATE           PIC 9(8).
           02  EST-REGISTERED-BY             PIC X(10).
      *    WHAT THE FREEZE CAUGHT, AND HOW MANY LEDGER ENTRIES DATED
      *    AFTER THE DATE OF DEATH WERE FLAGGED FOR REVIEW.
           02  EST-ACCOUNTS-FROZEN           PIC 9(4).
           02  EST-TERMS-FROZEN              PIC 9(4).
           02  EST-BOOKS-FROZEN              PIC 9(4).
           02  EST-POSTINGS-FLAGGED          PIC 9(6).
      *    THE REST IS ZERO/SPACES UNTIL THE ESTATE IS PAID OUT.
           02  EST-PROBATE-REF               PIC X(30).
           02  EST-PAYOUT-DATE               PIC 9(8).
           02  EST-PAYOUT-BY                 PIC X(10).
           02  EST-PAYOUT-TOTAL              PIC 9(11)V99.
           02  EST-SHARE-DENOMINATOR         PIC 9(3).
           02  EST-HEIR-COUNT                PIC 9(2).
           02  EST-HEIR                      OCCURS 10 TIMES.
               03  EST-HEIR-NAME             PIC X(32).
               03  EST-HEIR-CPF              PIC 9(11).
               03  EST-HEIR-SHARE            PIC 9(3).
      *    THE HEIR'S OWN ACCOUNT WITH US, CREDITED BY A "T"/"F"
      *    TRANSFER PAIR; ZERO WHEN THE SHARE WAS PAID OUTSIDE THE
      *    BANK AS AN "E" PAYOUT AGAINST THE ESTATE STATEMENT.
               03  EST-HEIR-ACCOUNT          PIC 9(10).
               03  EST-HEIR-AMOUNT           PIC 9(11)V99.
               03  EST-HEIR-SEQUENCE         PIC 9(8).
           02  FILLER                        PIC X(10).
