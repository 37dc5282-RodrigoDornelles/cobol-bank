      *DESCRIPTION.        CARD-MASTER RECORD LAYOUT -- ONE DEBIT CARD
      *                    ON ONE ACCOUNT, ISSUED AT THE COUNTER BY
      *                    MAN30. THE 16-DIGIT CARD NUMBER IS OUR BIN
      *                    (506700), THE CARD'S RELATIVE RECORD NUMBER
      *                    IN NINE DIGITS, AND A LUHN CHECK DIGIT --
      *                    CRD-NUMBER-KEY IS THEREFORE THE RELATIVE
      *                    KEY, AS WITH JUD-ORDER-NUMBER. STATUS:
      *                    "I" ISSUED      -- HANDED OVER, NOT YET
      *                                       ACTIVATED; DECLINED.
      *                    "A" ACTIVE      -- THE ONLY STATUS GTW2
      *                                       AUTHORIZES AGAINST.
      *                    "B" BLOCKED     -- TEMPORARILY STOPPED BY
      *                                       THE HOLDER OR THE BANK;
      *                                       CAN BE UNBLOCKED.
      *                    "L" LOST/STOLEN -- PERMANENTLY DEAD; A
      *                                       REPLACEMENT CARD IS
      *                                       ISSUED AND THE TWO
      *                                       POINT AT EACH OTHER.
      *                    "X" EXPIRED     -- PAST ITS EXPIRY MONTH
      *                                       (BAT28) OR REPLACED ON
      *                                       RENEWAL.
      *                    A CARD IS GOOD THROUGH THE LAST DAY OF
      *                    CRD-EXPIRY-MONTH. SETTLEMENTS ALREADY
      *                    AUTHORIZED STILL POST WHATEVER BECOMES OF
      *                    THE CARD AFTERWARDS. CARDS ARE NEVER
      *                    DELETED. THE TRAILING FILLER IS RESERVED
      *                    GROWTH SPACE, WRITTEN AS ZEROS, SAME
      *                    DOCTRINE AS ACCTMREC.CPY.
       01  CARD-MASTER-RECORD.
           02  CRD-NUMBER                    PIC 9(16).
           02  CRD-NUMBER-PARTS REDEFINES CRD-NUMBER.
               03  CRD-NUMBER-BIN            PIC 9(6).
               03  CRD-NUMBER-KEY            PIC 9(9).
               03  CRD-NUMBER-CHECK          PIC 9.
           02  CRD-ACCOUNT-NUMBER            PIC 9(10).
      *    THE NAME EMBOSSED ON THE CARD, TAKEN FROM THE ACCOUNT
      *    HOLDER AT ISSUE.
           02  CRD-HOLDER-NAME               PIC X(32).
           02  CRD-STATUS                    PIC X.
               88  CRD-STATUS-ISSUED           VALUE "I".
               88  CRD-STATUS-ACTIVE           VALUE "A".
               88  CRD-STATUS-BLOCKED          VALUE "B".
               88  CRD-STATUS-LOST             VALUE "L".
               88  CRD-STATUS-EXPIRED          VALUE "X".
               88  CRD-STATUS-LIVE             VALUE "I" "A" "B".
           02  CRD-ISSUE-DATE                PIC 9(8).
      *    YYYYMM.
           02  CRD-EXPIRY-MONTH              PIC 9(6).
           02  CRD-ACTIVATION-DATE           PIC 9(8).
           02  CRD-STATUS-DATE               PIC 9(8).
           02  CRD-BLOCK-REASON              PIC X(30).
      *    THE CARD THIS ONE REPLACED, AND THE CARD THAT REPLACED IT
      *    (ZERO WHEN NONE).
           02  CRD-REPLACES-NUMBER           PIC 9(16).
           02  CRD-REPLACED-BY-NUMBER        PIC 9(16).
           02  FILLER                        PIC X(10).
