      *    EARLY REDEMPTION (MAN20) -- THE PRINCIPAL ALWAYS RETURNS
      *    WHOLE.
           02  PARM-TERM-PENALTY-RATE         PIC 9V9999.
      *    DEPOSIT-GUARANTEE (FGC) CEILING PER CPF -- BAT21 REPORTS
      *    EACH DEPOSITOR'S BALANCES AS COVERED UP TO THIS AMOUNT AND
      *    THE EXCESS OVER IT.
           02  PARM-FGC-LIMIT                 PIC 9(9)V99.
      *    BUSINESS DAYS AN UNKNOWN-ACCOUNT INTERCHANGE ITEM MAY SIT
      *    IN THE REPAIR QUEUE (MAN25) BEFORE BAT9 RETURNS IT TO THE
      *    CLEARING HOUSE ANYWAY.
           02  PARM-SUSPENSE-DAYS             PIC 9(3).
      *    YEARS A CLOSED CUSTOMER'S PERSONAL DATA IS KEPT AFTER THE
      *    CLOSURE (LGPD) -- BAT24 ANONYMIZES THE CUSTOMER ONCE THE
      *    CLOSURE IS OLDER THAN THIS.
           02  PARM-LGPD-RETENTION-YEARS      PIC 9(2).
      *    STRUCTURING (SMURFING) SURVEILLANCE -- BAT25. THE ROLLING
      *    WINDOW OF CALENDAR DAYS IT LOOKS BACK OVER; WHAT FRACTION
      *    OF PARM-LARGE-TXN-THRESHOLD MAKES AN AMOUNT "NEAR" IT, AND
      *    HOW MANY NEAR AMOUNTS PER CPF RAISE A CASE; HOW MANY
      *    DIFFERENT BRANCHES HANDLING ONE CPF'S CASH RAISE A CASE;
      *    AND THE SHARE OF A NEAR-THRESHOLD CREDIT THAT, LEAVING
      *    AGAIN WITHIN PARM-AML-RAPID-DAYS, MAKES IT PASS-THROUGH.
           02  PARM-AML-WINDOW-DAYS           PIC 9(3).
           02  PARM-AML-NEAR-RATE             PIC 9V9999.
           02  PARM-AML-NEAR-COUNT            PIC 9(2).
           02  PARM-AML-BRANCH-COUNT          PIC 9(2).
           02  PARM-AML-RAPID-RATE            PIC 9V9999.
           02  PARM-AML-RAPID-DAYS            PIC 9(2).
      *    CALENDAR DAYS A CARD AUTHORIZATION (GTW2) HOLDS THE MONEY
      *    WAITING FOR THE NETWORK TO SETTLE IT -- PAST THAT THE HOLD
      *    LAPSES AND BAT28 REPORTS THE AUTHORIZATION AS UNSETTLED.
           02  PARM-CARD-HOLD-DAYS            PIC 9(2).
      *    CALENDAR DAYS A SUPERVISOR MAY BACK-VALUE A POSTING (MAN2,
      *    MAN25) -- HOW FAR BEFORE TODAY ITS TXN-VALUE-DATE MAY SIT.
      *    THE LAST ARCHIVE CUTOFF IS A HARD FLOOR REGARDLESS.
           02  PARM-BACK-VALUE-DAYS           PIC 9(2).
      *    BRANCH OPENING HOURS (HHMM, LOCAL) -- BAT30 REPORTS ANY
      *    OPERATOR ACTIVITY STAMPED BEFORE THE OPENING TIME, AT OR
      *    AFTER THE CLOSING TIME, OR ON A DAY THE BANK CALENDAR SAYS
      *    THE OPERATOR'S BRANCH IS SHUT.
           02  PARM-BRANCH-OPEN-TIME          PIC 9(4).
           02  PARM-BRANCH-CLOSE-TIME         PIC 9(4).
      *    KYC REVIEW CYCLE -- THE YEARS A CUSTOMER'S IDENTIFICATION
      *    STAYS GOOD AFTER A REVIEW, BY THE RISK RATING ON
      *    CLIENT-MASTER (HIGH / MEDIUM / LOW), AND THE CALENDAR DAYS
      *    PAST THE DUE DATE AN OVERDUE CUSTOMER MAY STILL OPEN NEW
      *    PRODUCTS BEFORE THEY ARE BLOCKED (SEE KYCGET.CPY).
           02  PARM-KYC-HIGH-YEARS            PIC 9(2).
           02  PARM-KYC-MEDIUM-YEARS          PIC 9(2).
           02  PARM-KYC-LOW-YEARS             PIC 9(2).
           02  PARM-KYC-GRACE-DAYS            PIC 9(3).
