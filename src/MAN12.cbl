      *                    RANGE AGAINST AUDIT-TIMESTAMP (0 FOR AN
      *                    OPEN END), AND GET A FORMATTED REPORT ON
      *                    data/AUDITINQ.RPT. ENTRIES WRITTEN BY THE
      *                    CUSTOMER-FILE PROGRAMS (MAN1/MAN6/MAN7/BAT2,
      *                    AND MAN26'S DEATH REGISTRATION) CARRY FULL
      *                    CLIENT-INFO IMAGES IN
      *                    BEFORE/AFTER -- THOSE ARE DECODED FIELD BY
      *                    FIELD SO A REVIEWER SEES WHICH FIELD CHANGED
      *                    FROM WHAT TO WHAT INSTEAD OF TWO 156-BYTE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY ENTRY-HEADER-LINE

      *    MAN1'S "KYCREVIEW" ENTRY CARRIES THE KYC FIELDS, NOT A
      *    CUSTOMER RECORD, SO IT PRINTS RAW.
           IF ((AUDIT-PROGRAM = "MAN1" OR "BAT2")
                       AND AUDIT-ACTION = "REGISTER")
                   OR AUDIT-PROGRAM = "MAN6" OR "MAN7"
                   OR (AUDIT-PROGRAM = "MAN26"
                       AND AUDIT-ACTION = "DECEASED")
               PERFORM DECODE-CLIENT-INFO-CHANGE
           ELSE
               PERFORM PRINT-RAW-VALUES
