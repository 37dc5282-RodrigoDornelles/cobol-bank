      *DESCRIPTION.        JUDICIAL-BLOCK RECORD LAYOUT -- ONE SISBAJUD
      *                    ORDER AGAINST ONE ACCOUNT. THE ORDER ASKS
      *                    FOR JUD-ORDER-AMOUNT; JUD-FROZEN-AMOUNT IS
      *                    WHAT THE ACCOUNT COULD ACTUALLY COVER.
      *                    FROZEN MONEY STAYS IN THE LEDGER BALANCE
      *                    BUT IS NOT AVAILABLE: EVERY SPEND PATH
      *                    (MAN2, MAN8, MAN14, BAT9, BAT10, BAT16)
      *                    TAKES THE FROZEN TOTAL OFF THE AVAILABLE
      *                    BALANCE ON TOP OF DEPOSIT HOLDS. STATUS:
      *                    "A" ACTIVE      -- FROZEN IN FULL.
      *                    "P" PARTIAL     -- FROZEN SHORT OF THE
      *                                       ORDER; BAT17 TOPS IT UP
      *                                       AS FUNDS ARRIVE.
      *                    "R" RELEASED    -- THE COURT LIFTED IT.
      *                    "T" TRANSFERRED -- THE FROZEN AMOUNT LEFT
      *                                       THE ACCOUNT FOR THE
      *                                       COURT'S JUDICIAL
      *                                       DEPOSIT AS A "J" LEDGER
      *                                       ENTRY.
      *                    ONLY "A" AND "P" ORDERS FREEZE ANYTHING. A
      *                    FINISHED ORDER IS NEVER DELETED, SAME
      *                    DOCTRINE AS CHEQUE-CONTROL STOPS. THE
      *                    TRAILING FILLER IS RESERVED GROWTH SPACE,
      *                    WRITTEN AS ZEROS, SAME DOCTRINE AS
      *                    ACCTMREC.CPY.
       01  JUDICIAL-BLOCK-RECORD.
           02  JUD-ORDER-NUMBER              PIC 9(8).
           02  JUD-ACCOUNT-NUMBER            PIC 9(10).
           02  JUD-CASE-NUMBER               PIC X(25).
           02  JUD-ORDER-AMOUNT              PIC 9(9)V99.
           02  JUD-FROZEN-AMOUNT             PIC 9(9)V99.
           02  JUD-RECEIVED-DATE             PIC 9(8).
           02  JUD-STATUS-DATE               PIC 9(8).
           02  JUD-STATUS                    PIC X.
               88  JUD-STATUS-ACTIVE           VALUE "A".
               88  JUD-STATUS-PARTIAL          VALUE "P".
               88  JUD-STATUS-RELEASED         VALUE "R".
               88  JUD-STATUS-TRANSFERRED      VALUE "T".
               88  JUD-STATUS-FREEZING         VALUE "A" "P".
           02  FILLER                        PIC X(10).
