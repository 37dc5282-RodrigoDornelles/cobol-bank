               88  TDP-STATUS-OPEN             VALUE "O".
               88  TDP-STATUS-MATURED          VALUE "M".
               88  TDP-STATUS-REDEEMED         VALUE "R".
      *    "Y" WHILE THE HOLDER'S ESTATE IS FROZEN (MAN26): THE
      *    CERTIFICATE STILL ACCRUES AND MATURES INTO ITS (FROZEN)
      *    DEMAND ACCOUNT, BUT MAY NOT BE REDEEMED EARLY IN MAN20 --
      *    ONLY THE ESTATE PAYOUT REDEEMS IT. CARVED OUT OF THE
      *    FILLER, SO OLDER RECORDS READ AS NOT FROZEN.
           02  TDP-ESTATE-FREEZE             PIC X.
               88  TDP-ESTATE-FROZEN           VALUE "Y".
           02  FILLER                        PIC X(09).
