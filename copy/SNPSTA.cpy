      *DESCRIPTION.        BALANCE-SNAPSHOT FILE STATUS/KEY
      *                    WORKING-STORAGE. BALANCE-SNAPSHOT-KEY IS THE
      *                    RELATIVE RECORD NUMBER; READERS LOOKING FOR
      *                    ONE ACCOUNT'S MONTHS SCAN THE FILE AND MATCH
      *                    ON SNP-ACCOUNT-NUMBER.
       77  BALANCE-SNAPSHOT-KEY              PIC 9(8).
       77  BALANCE-SNAPSHOT-RECORD-COUNT     PIC 9(8).
       77  BALANCE-SNAPSHOT-STATUS           PIC XX.
           88  BALANCE-SNAPSHOT-OK             VALUE "00".
           88  BALANCE-SNAPSHOT-NOT-FOUND      VALUE "23".
           88  BALANCE-SNAPSHOT-MISSING        VALUE "35".
