      *DESCRIPTION.        AML-ALERT RECORD LAYOUT -- ONE STRUCTURING
      *                    (SMURFING) CASE BAT25 RAISED AGAINST A CPF:
      *                    WHICH PATTERNS FIRED OVER WHICH WINDOW, AND
      *                    THE LEDGER ENTRIES THAT FIRED THEM. A
      *                    COMPLIANCE OFFICER WORKS THE CASE IN MAN28,
      *                    CLEARING IT OR RECORDING THE COAF REPORT.
      *                    RECORDS ARE NEVER DELETED. THE CUSTOMER IS
      *                    NEVER TOLD A CASE EXISTS (LEI 9.613 ART.
      *                    11), SO THIS FILE IS DELIBERATELY LEFT OFF
      *                    THE LGPD DATA-SUBJECT REPORT (MAN27).
       01  AML-CASE-RECORD.
           02  AML-CASE-NUMBER               PIC 9(8).
           02  AML-CPF                       PIC 9(11).
           02  AML-NAME                      PIC X(32).
           02  AML-DETECTED-DATE             PIC 9(8).
           02  AML-WINDOW-START              PIC 9(8).
           02  AML-WINDOW-END                PIC 9(8).
      *    THE PATTERNS THAT FIRED ("Y") -- REPEATED NEAR-THRESHOLD
      *    AMOUNTS, CASH SPREAD OVER MANY BRANCHES, PASS-THROUGH
      *    (A CREDIT LEAVING AGAIN WITHIN DAYS).
           02  AML-RULE-NEAR                 PIC X.
               88  AML-FLAGGED-NEAR            VALUE "Y".
           02  AML-RULE-BRANCHES             PIC X.
               88  AML-FLAGGED-BRANCHES        VALUE "Y".
           02  AML-RULE-RAPID                PIC X.
               88  AML-FLAGGED-RAPID           VALUE "Y".
           02  AML-NEAR-COUNT                PIC 9(3).
           02  AML-BRANCH-COUNT              PIC 9(3).
           02  AML-RAPID-COUNT               PIC 9(3).
      *    CASH AND "X" CREDITS IN, CASH AND TRANSFERS OUT, OVER THE
      *    WINDOW ACROSS EVERY ACCOUNT THE CPF HOLDS OR SHARES.
           02  AML-TOTAL-IN                  PIC 9(11)V99.
           02  AML-TOTAL-OUT                 PIC 9(11)V99.
      *    THE HIGHEST LEDGER SEQUENCE AMONG THE TRIGGERING ENTRIES --
      *    THE NEXT RUN RAISES A NEW CASE FOR THE CPF ONLY ON
      *    ACTIVITY PAST IT.
           02  AML-HIGH-SEQUENCE             PIC 9(8).
           02  AML-STATUS                    PIC X.
               88  AML-STATUS-PENDING          VALUE "P".
               88  AML-STATUS-CLEARED          VALUE "C".
               88  AML-STATUS-REPORTED         VALUE "R".
      *    THE REST IS ZERO/SPACES UNTIL THE CASE IS REVIEWED. A
      *    REPORTED CASE CARRIES THE COAF COMMUNICATION PROTOCOL.
           02  AML-REVIEWED-DATE             PIC 9(8).
           02  AML-REVIEWED-BY               PIC X(10).
           02  AML-COAF-PROTOCOL             PIC X(20).
           02  AML-REVIEW-NOTE               PIC X(60).
      *    HOW MANY ENTRIES TRIGGERED THE CASE, AND THE FIRST 20 OF
      *    THEM (THE RULE EACH ONE FIRED -- N/B/R AS ABOVE).
           02  AML-TRIGGER-COUNT             PIC 9(4).
           02  AML-ENTRY-COUNT               PIC 9(2).
           02  AML-ENTRY                     OCCURS 20 TIMES.
               03  AML-ENTRY-SEQUENCE        PIC 9(8).
               03  AML-ENTRY-ACCOUNT         PIC 9(10).
               03  AML-ENTRY-DATE            PIC 9(8).
               03  AML-ENTRY-TYPE            PIC X.
               03  AML-ENTRY-AMOUNT          PIC 9(9)V99.
               03  AML-ENTRY-BRANCH          PIC 9(4).
               03  AML-ENTRY-RULE            PIC X.
           02  FILLER                        PIC X(10).
