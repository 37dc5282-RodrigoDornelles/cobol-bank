      *    AFTER THE BALANCE REACHES ZERO, AND NEVER REACTIVATED,
      *    UNLIKE A MAN7 DEACTIVATION.
                   88  CLIENT-STATUS-CLOSED     VALUE "C".
      *    DECEASED IS SET ONLY BY MAN26 WHEN THE DEATH IS
      *    REGISTERED (DATE OF DEATH AND CERTIFICATE ON THE ESTATE
      *    RECORD, ESTREC.CPY) AND NEVER REVERSED BY MAN7. EVERY
      *    ACCOUNT THE CUSTOMER HOLDS STAYS FROZEN UNTIL MAN26 PAYS
      *    THE ESTATE OUT TO THE HEIRS, WHICH CLOSES THE CUSTOMER
      *    ("C") THE SAME AS A MAN19 CLOSURE.
                   88  CLIENT-STATUS-DECEASED   VALUE "D".
               03  CLIENT-INACTIVE-REASON    PIC X(30) VALUE SPACES.
               03  CLIENT-BRANCH-CODE        PIC 9(04) VALUE ZERO.
               03  CLIENT-ADDRESS.
               03  CLIENT-CONTACT.
                   04  CLIENT-PHONE          PIC X(15) VALUE SPACES.
                   04  CLIENT-EMAIL          PIC X(40) VALUE SPACES.
      *    KNOW-YOUR-CUSTOMER REVIEW CYCLE. THE RISK RATING IS SET AT
      *    MAN1 REGISTRATION AND REVISED AT EACH MAN31 REVIEW; THE
      *    REVIEW DATE, REVIEWER AND THE DOCUMENTS SEEN ("Y"/"N") ARE
      *    THOSE OF THE LATEST REVIEW. THE NEXT REVIEW FALLS DUE THE
      *    RATING'S PARM-KYC-HIGH/MEDIUM/LOW-YEARS AFTER IT; ONCE
      *    PARM-KYC-GRACE-DAYS PAST THAT THE CUSTOMER MAY OPEN NO NEW
      *    PRODUCT (MAN13/MAN20/MAN21) UNTIL REVIEWED -- SEE
      *    KYCGET.CPY. A REVIEW DATE OF ZERO MEANS NEVER REVIEWED (A
      *    BAT2 BULK INTAKE), WHICH BLOCKS AT ONCE. THE BLOCKED DATE
      *    IS WHEN THE BLOCK WAS FIRST RECORDED (BAT31 OR A REFUSED
      *    OPENING) AND GOES BACK TO ZERO AT THE NEXT REVIEW. KEPT
      *    OUTSIDE CLIENT-INFO SO THE AUDIT IMAGES OF CLIENT-INFO
      *    STAY THE SAME SIZE. A MASTER FILE WRITTEN BEFORE THESE
      *    FIELDS EXISTED MUST BE CONVERTED ONCE WITH UTIL3.
           02  CLIENT-KYC.
               03  CLIENT-KYC-RISK           PIC X(01) VALUE "M".
                   88  CLIENT-KYC-RISK-LOW      VALUE "L".
                   88  CLIENT-KYC-RISK-MEDIUM   VALUE "M".
                   88  CLIENT-KYC-RISK-HIGH     VALUE "H".
               03  CLIENT-KYC-REVIEW-DATE    PIC 9(08) VALUE ZERO.
               03  CLIENT-KYC-REVIEWER       PIC X(10) VALUE SPACES.
               03  CLIENT-KYC-DOCUMENTS.
      *    IDENTITY DOCUMENT (RG/CNH/PASSPORT), CPF STANDING CHECKED
      *    WITH THE RECEITA FEDERAL, PROOF OF ADDRESS, PROOF OF
      *    INCOME OR OCCUPATION.
                   04  CLIENT-KYC-DOC-IDENTITY  PIC X(01) VALUE "N".
                   04  CLIENT-KYC-DOC-CPF       PIC X(01) VALUE "N".
                   04  CLIENT-KYC-DOC-ADDRESS   PIC X(01) VALUE "N".
                   04  CLIENT-KYC-DOC-INCOME    PIC X(01) VALUE "N".
               03  CLIENT-KYC-BLOCKED-DATE   PIC 9(08) VALUE ZERO.
