      *DESCRIPTION.        INTERCHANGE REPAIR-QUEUE RECORD LAYOUT --
      *                    ONE CLEARING-HOUSE ITEM BAT9 COULD NOT POST
      *                    BECAUSE ITS ACCOUNT IS UNKNOWN, OR INACTIVE
      *                    OR CLOSED (A SALARY CREDIT KEYED ONE DIGIT
      *                    WRONG, AN ACCOUNT CLOSED IN MAN19 AFTER A
      *                    NEW ONE WAS OPENED). THE ITEM WAITS HERE
      *                    INSTEAD OF GOING STRAIGHT BACK: MAN25 LETS
      *                    AN OPERATOR FIND THE RIGHT CUSTOMER AND
      *                    POST IT TO THE REPAIRED ACCOUNT AS THE "X"
      *                    OR "Y" IT SHOULD HAVE BEEN; ONE STILL
      *                    PENDING AFTER PARM-SUSPENSE-DAYS BUSINESS
      *                    DAYS IS RETURNED BY THE NEXT BAT9 RUN.
      *                    RECORDS ARE NEVER DELETED -- THE STATUS
      *                    SAYS HOW EACH ONE ENDED.
       01  ICH-SUSPENSE-RECORD.
           02  SUS-ITEM-NUMBER               PIC 9(8).
      *    THE INTERCHANGE ITEM EXACTLY AS RECEIVED (BAT9'S
      *    INTERCHANGE-RECORD), SO A LATE RETURN GOES BACK UNCHANGED.
           02  SUS-ORIGINAL-ITEM.
               03  SUS-ACCOUNT-NUMBER        PIC 9(10).
               03  SUS-DIRECTION             PIC X.
                   88  SUS-IS-CREDIT           VALUE "C".
                   88  SUS-IS-DEBIT            VALUE "D".
               03  SUS-AMOUNT                PIC 9(9)V99.
               03  SUS-SETTLEMENT-DATE       PIC 9(8).
               03  SUS-ORIGIN-BANK           PIC X(20).
      *    THE RETURN REASON THE ITEM WOULD HAVE GONE BACK WITH --
      *    "01" UNKNOWN ACCOUNT OR "02" INACTIVE ACCOUNT.
           02  SUS-REASON-CODE               PIC X(02).
           02  SUS-PARKED-DATE               PIC 9(8).
           02  SUS-STATUS                    PIC X.
               88  SUS-STATUS-PENDING          VALUE "P".
               88  SUS-STATUS-REPAIRED         VALUE "R".
               88  SUS-STATUS-RETURNED         VALUE "T".
      *    THE REST IS ZERO/SPACES WHILE THE ITEM IS PENDING. A
      *    REPAIR FILLS IN THE ACCOUNT IT WAS POSTED TO AND ITS
      *    LEDGER SEQUENCE; A LATE RETURN ONLY THE DATE.
           02  SUS-REPAIRED-ACCOUNT          PIC 9(10).
           02  SUS-LEDGER-SEQUENCE           PIC 9(8).
           02  SUS-RESOLVED-DATE             PIC 9(8).
           02  SUS-RESOLVED-BY               PIC X(10).
           02  FILLER                        PIC X(10).
