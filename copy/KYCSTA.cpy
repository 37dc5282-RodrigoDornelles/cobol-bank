      *DESCRIPTION.        KYC REVIEW-CYCLE WORKING-STORAGE -- WHAT
      *                    CHECK-KYC-STANDING (KYCGET) MADE OF THE
      *                    CUSTOMER IN THE CLIENT-MASTER FD RECORD,
      *                    AND THE AUDIT IMAGES OF A REVIEW AND OF A
      *                    BLOCK. COPY PARMREC, OPERSTA AND AUDITSTA
      *                    ALONGSIDE.
       77  KYC-TODAY                         PIC 9(8).
       77  KYC-INTERVAL-YEARS                PIC 9(2).
      *    THE DAY THE NEXT REVIEW FALLS DUE, AND THE FIRST DAY NEW
      *    PRODUCTS ARE REFUSED (DUE DATE + PARM-KYC-GRACE-DAYS + 1).
      *    BOTH ZERO FOR A CUSTOMER NEVER REVIEWED.
       77  KYC-DUE-DATE                      PIC 9(8).
       77  KYC-BLOCK-DATE                    PIC 9(8).
       77  KYC-DAYS-OVERDUE                  PIC 9(5).
       77  KYC-DAY-INTEGER                   PIC 9(8).
       77  KYC-STANDING-SW                   PIC X.
           88  KYC-REVIEW-CURRENT              VALUE "C".
           88  KYC-REVIEW-OVERDUE              VALUE "O".
           88  KYC-REVIEW-BLOCKED              VALUE "B".
      *    SET BY THE CALLER BEFORE CHECK-KYC-FOR-OPENING, FOR THE
      *    AUDIT RECORD OF A REFUSED OPENING.
       77  KYC-CALLING-PROGRAM               PIC X(8).
       77  KYC-OPENING-SW                    PIC X.
           88  KYC-OPENING-ALLOWED             VALUE "Y".
           88  KYC-OPENING-REFUSED             VALUE "N".
      *    WHAT THE OPERATOR KEYED AT A REVIEW (ACCEPT-KYC-REVIEW),
      *    FOLDED TO UPPER CASE AND CHECKED.
       01  KYC-INPUT.
           02  KYC-INP-RISK                  PIC X(01).
               88  KYC-INP-RISK-VALID          VALUE "L" "M" "H".
               88  KYC-INP-RISK-HIGH           VALUE "H".
           02  KYC-INP-DOCUMENTS.
               03  KYC-INP-DOC-IDENTITY      PIC X(01).
               03  KYC-INP-DOC-CPF           PIC X(01).
               03  KYC-INP-DOC-ADDRESS       PIC X(01).
               03  KYC-INP-DOC-INCOME        PIC X(01).
       77  KYC-INPUT-VALID-SW                PIC X.
           88  KYC-INPUT-VALID                 VALUE "Y".
           88  KYC-INPUT-INVALID               VALUE "N".
      *    A CUSTOMER'S KYC FIELDS AS THE AUDIT TRAIL SHOWS THEM --
      *    THE BEFORE/AFTER VALUES OF A REVIEW (BUILT BY
      *    BUILD-KYC-AUDIT-IMAGE FROM THE FD RECORD), WITH THE
      *    REVIEWER'S NOTE ON WHAT WAS SEEN.
       01  KYC-AUDIT-IMAGE.
           02  FILLER                        PIC X(05) VALUE "RISK ".
           02  KAI-RISK                      PIC X(01).
           02  FILLER                        PIC X(10) VALUE
               " REVIEWED ".
           02  KAI-REVIEW-DATE               PIC 9(08).
           02  FILLER                        PIC X(04) VALUE " BY ".
           02  KAI-REVIEWER                  PIC X(10).
           02  FILLER                        PIC X(09) VALUE
               " DOCS ID ".
           02  KAI-DOC-IDENTITY              PIC X(01).
           02  FILLER                        PIC X(05) VALUE " CPF ".
           02  KAI-DOC-CPF                   PIC X(01).
           02  FILLER                        PIC X(06) VALUE " ADDR ".
           02  KAI-DOC-ADDRESS               PIC X(01).
           02  FILLER                        PIC X(08) VALUE
               " INCOME ".
           02  KAI-DOC-INCOME                PIC X(01).
           02  FILLER                        PIC X(09) VALUE
               " BLOCKED ".
           02  KAI-BLOCKED-DATE              PIC 9(08).
           02  FILLER                        PIC X(06) VALUE " NOTE ".
           02  KAI-NOTE                      PIC X(60).
       01  KYC-BLOCK-AUDIT-DETAIL.
           02  FILLER                        PIC X(05) VALUE "RISK ".
           02  KBA-RISK                      PIC X(01).
           02  FILLER                        PIC X(13) VALUE
               " LAST REVIEW ".
           02  KBA-REVIEW-DATE               PIC 9(08).
           02  FILLER                        PIC X(05) VALUE " DUE ".
           02  KBA-DUE-DATE                  PIC 9(08).
           02  FILLER                        PIC X(15) VALUE
               " BLOCKED SINCE ".
           02  KBA-BLOCKED-DATE              PIC 9(08).
           02  FILLER                        PIC X(01) VALUE SPACE.
           02  KBA-REASON                    PIC X(40).
