           COPY PARMREC.
           COPY AUDITSTA.
           COPY OPERSTA.
       77  BEFORE-PARAMETER-RECORD            PIC X(142).
      *    TWO DIGITS NOW THAT THE LIST HAS GROWN PAST OPTION 9.
       77  INP-PARM-CHOICE                    PIC 99.
      *    THE NEW RATE IS KEYED INTO A TEXT FIELD AND PARSED, NOT
      *    WORKING STORAGE FOR THE NEXT-BUSINESS-DAY DERIVATION --
      *    THE WEEKEND/HOLIDAY LOGIC ITSELF LIVES IN CALGET NOW.
       77  EFFECTIVE-DAY-INTEGER              PIC 9(8).
      *    BRANCH HOURS ARE KEYED AS HHMM AND CHECKED AS A CLOCK TIME.
       01  HOURS-INPUT                        PIC 9(4).
       01  HOURS-INPUT-PARTS REDEFINES HOURS-INPUT.
           02  HOURS-INPUT-HH                 PIC 99.
           02  HOURS-INPUT-MM                 PIC 99.
       77  HOURS-VALID-SW                     PIC X.
           88  HOURS-VALID                      VALUE "Y".
           88  HOURS-INVALID                    VALUE "N".
      *    THE THREE KYC INTERVALS ARE CHECKED AGAINST EACH OTHER
      *    BEFORE ANY OF THEM REPLACES THE CURRENT VALUE.
       77  KYC-HIGH-INPUT                     PIC 99.
       77  KYC-MEDIUM-INPUT                   PIC 99.
       77  KYC-LOW-INPUT                      PIC 99.
       77  KYC-CYCLE-VALID-SW                 PIC X.
           88  KYC-CYCLE-VALID                  VALUE "Y".
           88  KYC-CYCLE-INVALID                VALUE "N".

       LINKAGE                                                  SECTION.
       77  LK-OPERATOR-ID                      PIC X(10).
           DISPLAY "[!] IRRF withholding rate:      " PARM-IRRF-RATE
           DISPLAY "[!] Term early-redemption penalty: "
               PARM-TERM-PENALTY-RATE
           DISPLAY "[!] FGC guarantee limit per CPF: " PARM-FGC-LIMIT
           DISPLAY "[!] Interchange repair days:    " PARM-SUSPENSE-DAYS
           DISPLAY "[!] LGPD retention after closure (years): "
               PARM-LGPD-RETENTION-YEARS
           DISPLAY "[!] AML window (calendar days): "
               PARM-AML-WINDOW-DAYS
           DISPLAY "[!] AML near-threshold fraction: "
               PARM-AML-NEAR-RATE
           DISPLAY "[!] AML near-threshold count:   "
               PARM-AML-NEAR-COUNT
           DISPLAY "[!] AML branch count:           "
               PARM-AML-BRANCH-COUNT
           DISPLAY "[!] AML pass-through fraction:  "
               PARM-AML-RAPID-RATE
           DISPLAY "[!] AML pass-through days:      "
               PARM-AML-RAPID-DAYS
           DISPLAY "[!] Card authorization hold days: "
               PARM-CARD-HOLD-DAYS
           DISPLAY "[!] Back-value limit (calendar days): "
               PARM-BACK-VALUE-DAYS
           DISPLAY "[!] Branch hours (HHMM):        "
               PARM-BRANCH-OPEN-TIME " to " PARM-BRANCH-CLOSE-TIME
           DISPLAY "[!] KYC review every (years):   "
               PARM-KYC-HIGH-YEARS " high / " PARM-KYC-MEDIUM-YEARS
               " medium / " PARM-KYC-LOW-YEARS " low risk"
           DISPLAY "[!] KYC grace before block (days): "
               PARM-KYC-GRACE-DAYS
           DISPLAY "[!] Large-transaction threshold: "
               PARM-LARGE-TXN-THRESHOLD
           DISPLAY "[!] Withdrawal override threshold: "
           DISPLAY " > 8 fee-waiver minimum balance"
           DISPLAY " > 9 IRRF withholding rate"
           DISPLAY " > 10 term early-redemption penalty"
           DISPLAY " > 11 FGC guarantee limit per CPF"
           DISPLAY " > 12 interchange repair-queue business days"
           DISPLAY " > 13 LGPD retention after closure (years)"
           DISPLAY " > 14 AML window (calendar days)"
           DISPLAY " > 15 AML near-threshold fraction"
           DISPLAY " > 16 AML near-threshold count"
           DISPLAY " > 17 AML branch count"
           DISPLAY " > 18 AML pass-through fraction"
           DISPLAY " > 19 AML pass-through days"
           DISPLAY " > 20 card authorization hold days"
           DISPLAY " > 21 back-valued posting limit (calendar days)"
           DISPLAY " > 22 branch opening hours"
           DISPLAY " > 23 KYC review cycle and grace period"
           DISPLAY " > 0 cancel"
           ACCEPT INP-PARM-CHOICE

               WHEN 8 PERFORM CHANGE-WAIVER-MINIMUM
               WHEN 9 PERFORM CHANGE-IRRF-RATE
               WHEN 10 PERFORM CHANGE-TERM-PENALTY
               WHEN 11 PERFORM CHANGE-FGC-LIMIT
               WHEN 12 PERFORM CHANGE-SUSPENSE-DAYS
               WHEN 13 PERFORM CHANGE-LGPD-RETENTION
               WHEN 14 PERFORM CHANGE-AML-WINDOW
               WHEN 15 PERFORM CHANGE-AML-NEAR-RATE
               WHEN 16 PERFORM CHANGE-AML-NEAR-COUNT
               WHEN 17 PERFORM CHANGE-AML-BRANCH-COUNT
               WHEN 18 PERFORM CHANGE-AML-RAPID-RATE
               WHEN 19 PERFORM CHANGE-AML-RAPID-DAYS
               WHEN 20 PERFORM CHANGE-CARD-HOLD-DAYS
               WHEN 21 PERFORM CHANGE-BACK-VALUE-DAYS
               WHEN 22 PERFORM CHANGE-BRANCH-HOURS
               WHEN 23 PERFORM CHANGE-KYC-CYCLE
               WHEN OTHER
                   DISPLAY "[!] No change made."
                   GOBACK
           MOVE RATE-WORK TO PARM-TERM-PENALTY-RATE
           DISPLAY "[!] Parsed rate: " PARM-TERM-PENALTY-RATE.

       CHANGE-FGC-LIMIT                                         SECTION.
           DISPLAY "[?] New FGC guarantee limit per CPF:"
           ACCEPT PARM-FGC-LIMIT.

       CHANGE-SUSPENSE-DAYS                                     SECTION.
           DISPLAY "[?] Business days an unknown-account interchange "
               "item may wait for repair:"
           ACCEPT PARM-SUSPENSE-DAYS.

      *    A RETENTION OF ZERO WOULD LET BAT24 ERASE A CUSTOMER THE
      *    DAY AFTER THE CLOSURE -- THE LEDGER'S OWN RETENTION RULES
      *    STILL NEED THE HOLDER IDENTIFIED FOR A WHILE.
       CHANGE-LGPD-RETENTION                                    SECTION.
           MOVE ZERO TO PARM-LGPD-RETENTION-YEARS
           PERFORM WITH TEST AFTER
                   UNTIL PARM-LGPD-RETENTION-YEARS > ZERO
               DISPLAY "[?] Years a closed customer's personal data "
                   "is kept (1-99):"
               ACCEPT PARM-LGPD-RETENTION-YEARS
           END-PERFORM.

      *    THE STRUCTURING RULES (BAT25). A ZERO WINDOW, COUNT OR DAY
      *    SPAN WOULD SWITCH A RULE OFF SILENTLY, SO EACH IS HELD TO
      *    AT LEAST ONE; THE FRACTIONS TAKE THE GUARDED RATE PARSE.
       CHANGE-AML-WINDOW                                        SECTION.
           MOVE ZERO TO PARM-AML-WINDOW-DAYS
           PERFORM WITH TEST AFTER UNTIL PARM-AML-WINDOW-DAYS > ZERO
               DISPLAY "[?] Calendar days the structuring "
                   "surveillance looks back over (1-999):"
               ACCEPT PARM-AML-WINDOW-DAYS
           END-PERFORM.

       CHANGE-AML-NEAR-RATE                                     SECTION.
           SET RATE-INVALID TO TRUE
           PERFORM WITH TEST AFTER UNTIL RATE-VALID
               DISPLAY "[?] Fraction of the large-transaction "
                   "threshold counted as near it (for example "
                   "0.8000):"
               ACCEPT RATE-INPUT

               IF FUNCTION TEST-NUMVAL(RATE-INPUT) NOT = ZERO
                   DISPLAY "[X] Not a number, key it like 0.8000."
               ELSE
                   COMPUTE RATE-WORK = FUNCTION NUMVAL(RATE-INPUT)
                   IF RATE-WORK = ZERO OR RATE-WORK >= 1
                       DISPLAY "[X] Fraction must be between 0.0001 "
                           "and 0.9999."
                   ELSE
                       SET RATE-VALID TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           MOVE RATE-WORK TO PARM-AML-NEAR-RATE
           DISPLAY "[!] Parsed fraction: " PARM-AML-NEAR-RATE.

       CHANGE-AML-NEAR-COUNT                                    SECTION.
           MOVE ZERO TO PARM-AML-NEAR-COUNT
           PERFORM WITH TEST AFTER UNTIL PARM-AML-NEAR-COUNT > ZERO
               DISPLAY "[?] Near-threshold amounts per CPF in the "
                   "window that raise a case (1-99):"
               ACCEPT PARM-AML-NEAR-COUNT
           END-PERFORM.

       CHANGE-AML-BRANCH-COUNT                                  SECTION.
           MOVE ZERO TO PARM-AML-BRANCH-COUNT
           PERFORM WITH TEST AFTER UNTIL PARM-AML-BRANCH-COUNT > ZERO
               DISPLAY "[?] Different branches handling one CPF's "
                   "cash in the window that raise a case (1-99):"
               ACCEPT PARM-AML-BRANCH-COUNT
           END-PERFORM.

       CHANGE-AML-RAPID-RATE                                    SECTION.
           SET RATE-INVALID TO TRUE
           PERFORM WITH TEST AFTER UNTIL RATE-VALID
               DISPLAY "[?] Share of a credit that, leaving again "
                   "soon after, makes it pass-through (for example "
                   "0.9000):"
               ACCEPT RATE-INPUT

               IF FUNCTION TEST-NUMVAL(RATE-INPUT) NOT = ZERO
                   DISPLAY "[X] Not a number, key it like 0.9000."
               ELSE
                   COMPUTE RATE-WORK = FUNCTION NUMVAL(RATE-INPUT)
                   IF RATE-WORK = ZERO OR RATE-WORK > 1
                       DISPLAY "[X] Fraction must be between 0.0001 "
                           "and 1.0000."
                   ELSE
                       SET RATE-VALID TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           MOVE RATE-WORK TO PARM-AML-RAPID-RATE
           DISPLAY "[!] Parsed fraction: " PARM-AML-RAPID-RATE.

       CHANGE-AML-RAPID-DAYS                                    SECTION.
           MOVE ZERO TO PARM-AML-RAPID-DAYS
           PERFORM WITH TEST AFTER UNTIL PARM-AML-RAPID-DAYS > ZERO
               DISPLAY "[?] Calendar days within which money leaving "
                   "again counts as pass-through (1-99):"
               ACCEPT PARM-AML-RAPID-DAYS
           END-PERFORM.

       CHANGE-CARD-HOLD-DAYS                                    SECTION.
           MOVE ZERO TO PARM-CARD-HOLD-DAYS
           PERFORM WITH TEST AFTER UNTIL PARM-CARD-HOLD-DAYS > ZERO
               DISPLAY "[?] Calendar days a card authorization holds "
                   "the money waiting to settle (1-99):"
               ACCEPT PARM-CARD-HOLD-DAYS
           END-PERFORM.

       CHANGE-BACK-VALUE-DAYS                                   SECTION.
           MOVE ZERO TO PARM-BACK-VALUE-DAYS
           PERFORM WITH TEST AFTER UNTIL PARM-BACK-VALUE-DAYS > ZERO
               DISPLAY "[?] Calendar days a supervisor may back-value "
                   "a posting (1-99):"
               ACCEPT PARM-BACK-VALUE-DAYS
           END-PERFORM.

      *    OPENING AND CLOSING TIME TOGETHER, SO THE PAIR IS NEVER
      *    LEFT INVERTED BETWEEN TWO VISITS.
       CHANGE-BRANCH-HOURS                                      SECTION.
           SET HOURS-INVALID TO TRUE
           PERFORM WITH TEST AFTER UNTIL HOURS-VALID
               DISPLAY "[?] Branch opening time (HHMM, for example "
                   "1000):"
               ACCEPT HOURS-INPUT
               PERFORM CHECK-HOURS-INPUT
           END-PERFORM
           MOVE HOURS-INPUT TO PARM-BRANCH-OPEN-TIME

           SET HOURS-INVALID TO TRUE
           PERFORM WITH TEST AFTER UNTIL HOURS-VALID
               DISPLAY "[?] Branch closing time (HHMM, for example "
                   "1600):"
               ACCEPT HOURS-INPUT
               PERFORM CHECK-HOURS-INPUT
               IF HOURS-VALID
                       AND HOURS-INPUT NOT > PARM-BRANCH-OPEN-TIME
                   DISPLAY "[X] Closing time must be after the "
                       "opening time."
                   SET HOURS-INVALID TO TRUE
               END-IF
           END-PERFORM
           MOVE HOURS-INPUT TO PARM-BRANCH-CLOSE-TIME.

       CHECK-HOURS-INPUT                                        SECTION.
           SET HOURS-VALID TO TRUE
           IF HOURS-INPUT NOT NUMERIC
                   OR HOURS-INPUT-HH > 23 OR HOURS-INPUT-MM > 59
               DISPLAY "[X] Not a clock time, key HHMM."
               SET HOURS-INVALID TO TRUE
           END-IF.

      *    A HIGHER RISK IS NEVER REVIEWED LESS OFTEN THAN A LOWER
      *    ONE, SO THE THREE INTERVALS MUST RUN HIGH <= MEDIUM <= LOW.
       CHANGE-KYC-CYCLE                                         SECTION.
           SET KYC-CYCLE-INVALID TO TRUE
           PERFORM WITH TEST AFTER UNTIL KYC-CYCLE-VALID
               DISPLAY "[?] Years between reviews, high risk (1-99):"
               ACCEPT KYC-HIGH-INPUT
               DISPLAY "[?] Years between reviews, medium risk (1-99):"
               ACCEPT KYC-MEDIUM-INPUT
               DISPLAY "[?] Years between reviews, low risk (1-99):"
               ACCEPT KYC-LOW-INPUT

               SET KYC-CYCLE-VALID TO TRUE
               IF KYC-HIGH-INPUT NOT NUMERIC
                       OR KYC-MEDIUM-INPUT NOT NUMERIC
                       OR KYC-LOW-INPUT NOT NUMERIC
                   DISPLAY "[X] Key each interval as a number of years."
                   SET KYC-CYCLE-INVALID TO TRUE
               ELSE
               IF KYC-HIGH-INPUT = ZERO
                       OR KYC-HIGH-INPUT > KYC-MEDIUM-INPUT
                       OR KYC-MEDIUM-INPUT > KYC-LOW-INPUT
                   DISPLAY "[X] Intervals must be at least 1 year and "
                       "run high <= medium <= low."
                   SET KYC-CYCLE-INVALID TO TRUE
               END-IF
               END-IF
           END-PERFORM
           MOVE KYC-HIGH-INPUT TO PARM-KYC-HIGH-YEARS
           MOVE KYC-MEDIUM-INPUT TO PARM-KYC-MEDIUM-YEARS
           MOVE KYC-LOW-INPUT TO PARM-KYC-LOW-YEARS

           DISPLAY "[?] Grace period past the due date before new "
               "products are blocked (calendar days, 0-999):"
           ACCEPT PARM-KYC-GRACE-DAYS.

       CHANGE-LARGE-TXN-THRESHOLD                               SECTION.
           DISPLAY "[?] New large-transaction threshold:"
           ACCEPT PARM-LARGE-TXN-THRESHOLD.
