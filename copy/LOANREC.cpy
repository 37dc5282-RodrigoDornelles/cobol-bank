      *                    TXN-COUNTERPART-HASH. THE TRAILING FILLER
      *                    IS RESERVED GROWTH SPACE, WRITTEN AS
      *                    ZEROS, SAME DOCTRINE AS ACCTMREC.CPY.
      *                    LOAN-RISK-RATING IS THE RESOLUTION 2682
      *                    LEVEL (AA THROUGH H) BAT20 LAST GAVE THE
      *                    LOAN AT MONTH-END; "00" -- THE ZEROED
      *                    FILLER IT WAS CARVED FROM -- MEANS THE LOAN
      *                    HAS NOT BEEN RATED YET.
       01  LOAN-MASTER-RECORD.
           02  LOAN-NUMBER                   PIC 9(8).
           02  LOAN-ACCOUNT-NUMBER           PIC 9(10).
           02  LOAN-STATUS                   PIC X.
               88  LOAN-STATUS-ACTIVE          VALUE "A".
               88  LOAN-STATUS-PAID-OFF        VALUE "P".
           02  LOAN-RISK-RATING              PIC X(2).
               88  LOAN-NOT-YET-RATED          VALUE "00".
           02  LOAN-RATING-MONTH             PIC 9(6).
           02  FILLER                        PIC X(2).
