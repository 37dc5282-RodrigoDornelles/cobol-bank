       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         BAT25.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        NIGHTLY STRUCTURING (SMURFING) SURVEILLANCE.
      *                    THE LARGE-TRANSACTION CHECKS ONLY SEE ONE
      *                    MOVEMENT AT A TIME; THIS JOB LOOKS AT EVERY
      *                    CPF ACROSS A ROLLING WINDOW OF
      *                    PARM-AML-WINDOW-DAYS CALENDAR DAYS OF THE
      *                    LEDGER -- CASH "D"/"W" ENTRIES, INCOMING
      *                    "X" CREDITS, AND THE "T" TRANSFERS AND "G"
      *                    PIX PAYMENTS MONEY LEAVES BY -- OVER EVERY
      *                    ACCOUNT THE CPF OWNS OR SHARES AS SECOND
      *                    HOLDER, AND RAISES A CASE ON
      *                    data/AMLALERT.DAT (AMLREC.CPY) WHEN:
      *                    - PARM-AML-NEAR-COUNT OR MORE CASH OR "X"
      *                      AMOUNTS FALL JUST UNDER
      *                      PARM-LARGE-TXN-THRESHOLD (AT OR ABOVE
      *                      PARM-AML-NEAR-RATE OF IT);
      *                    - THE CPF'S CASH WENT THROUGH
      *                      PARM-AML-BRANCH-COUNT OR MORE BRANCHES
      *                      (TXN-BRANCH-CODE);
      *                    - A NEAR-THRESHOLD CREDIT LEFT AGAIN --
      *                      PARM-AML-RAPID-RATE OF IT OR MORE, BY
      *                      WITHDRAWAL, TRANSFER OR PIX -- WITHIN
      *                      PARM-AML-RAPID-DAYS.
      *                    A REVERSED ENTRY (MAN10) COUNTS FOR NOTHING.
      *                    THE CASE CARRIES THE ENTRIES THAT TRIGGERED
      *                    IT; THE COMPLIANCE OFFICER CLEARS IT OR
      *                    RECORDS THE COAF REPORT IN MAN28. A CPF
      *                    ALREADY CASED IS RAISED AGAIN ONLY FOR
      *                    TRIGGERING ACTIVITY PAST ITS LAST CASE'S
      *                    HIGHEST LEDGER SEQUENCE, SO THE OVERLAPPING
      *                    WINDOWS OF SUCCESSIVE NIGHTS -- OR A RERUN
      *                    -- NEVER REPEAT A CASE. EACH CASE RAISED IS
      *                    STAMPED TO THE AUDIT TRAIL AND LISTED ON
      *                    THE SPOOLED AMLSTRUC REPORT. RUN STANDALONE
      *                    IN THE NIGHTLY WINDOW -- NOT ON THE MAN0
      *                    MENU.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY ACCTXSEL.
           COPY PARMSEL.
           COPY CALSEL.
           COPY AMLSEL.
           COPY AUDITSEL.
           SELECT AML-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AML-REPORT-STATUS.
           COPY RPTCSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENTREC.
       FD  ACCOUNT-MASTER.
           COPY ACCTMREC.
       FD  ACCOUNT-TXN.
           COPY ACCTXREC.
       FD  PARAMETER-FILE.
           COPY PARMFD.
       FD  BANK-CALENDAR.
           COPY CALREC.
       FD  AML-ALERT.
           COPY AMLREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.

       FD  AML-REPORT.
       01  AML-REPORT-LINE                    PIC X(80).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY ACCTXSTA.
           COPY PARMSTA.
           COPY PARMREC.
           COPY CALSTA.
           COPY AMLSTA.
           COPY AUDITSTA.
           COPY RPTCSTA.
           COPY OPERSTA.
       77  AML-REPORT-STATUS                  PIC XX.
       77  BUSINESS-DATE                      PIC 9(8).
       77  WINDOW-START-DATE                  PIC 9(8).
       77  WINDOW-START-DAY                   PIC 9(8).
      *    THE SMALLEST AMOUNT COUNTED AS "NEAR" THE THRESHOLD.
       77  NEAR-FLOOR                         PIC 9(9)V99.
       77  TXNS-SCANNED                       PIC 9(8) VALUE ZERO.
       77  ENTRIES-IN-WINDOW                  PIC 9(8) VALUE ZERO.
       77  ENTRIES-REVERSED                   PIC 9(8) VALUE ZERO.
       77  ENTRIES-UNRESOLVED                 PIC 9(8) VALUE ZERO.
       77  ENTRIES-DROPPED                    PIC 9(8) VALUE ZERO.
      *    REVERSALS THE TABLE COULD NOT HOLD -- THE ENTRIES THEY
      *    CANCELLED STILL COUNT TOWARD THE PATTERNS, SO THE REPORT
      *    SAYS HOW MANY.
       77  REVERSALS-NOT-HELD                 PIC 9(8) VALUE ZERO.
       77  CASES-RAISED                       PIC 9(6) VALUE ZERO.
       77  CASES-NEAR                         PIC 9(6) VALUE ZERO.
       77  CASES-BRANCHES                     PIC 9(6) VALUE ZERO.
       77  CASES-RAPID                        PIC 9(6) VALUE ZERO.
       77  CASES-ALREADY-RAISED               PIC 9(6) VALUE ZERO.
      *    THE WINDOW'S CANDIDATE ENTRIES, IN LEDGER ORDER. WE-HOLDER
      *    POINTS AT THE ACCOUNT'S ROW IN THE HOLDER TABLE BELOW.
       77  WIN-COUNT                          PIC 9(5) VALUE ZERO.
       01  WINDOW-ENTRY-TABLE.
           02  WIN-ENTRY                     OCCURS 0 TO 8000 TIMES
                                   DEPENDING ON WIN-COUNT
                                   INDEXED BY WIN-IX.
               03  WE-SEQUENCE               PIC 9(8).
               03  WE-ACCOUNT                PIC 9(10).
               03  WE-DATE                   PIC 9(8).
               03  WE-DAY                    PIC 9(8).
               03  WE-TYPE                   PIC X.
               03  WE-AMOUNT                 PIC 9(9)V99.
               03  WE-BRANCH                 PIC 9(4).
               03  WE-DIRECTION              PIC X.
                   88  WE-IS-IN                VALUE "I".
                   88  WE-IS-OUT               VALUE "O".
               03  WE-CASH-SW                PIC X.
                   88  WE-IS-CASH              VALUE "Y".
               03  WE-REVERSED-SW            PIC X.
                   88  WE-REVERSED             VALUE "Y".
               03  WE-HOLDER                 PIC 9(5).
      *    LEDGER SEQUENCES REVERSED BY AN "R"/"S" IN THE WINDOW.
       77  REV-COUNT                          PIC 9(5) VALUE ZERO.
       01  REVERSAL-TABLE.
           02  REV-SEQUENCE                  PIC 9(8)
                                   OCCURS 0 TO 10000 TIMES
                                   DEPENDING ON REV-COUNT.
      *    EVERY ACCOUNT SEEN IN THE WINDOW AND THE ONE OR TWO CPFS
      *    HOLDING IT (ROWS IN THE CPF TABLE; ZERO WHEN NONE).
       77  HOLDER-COUNT                       PIC 9(5) VALUE ZERO.
       01  HOLDER-TABLE.
           02  HOLDER-ENTRY                  OCCURS 0 TO 4000 TIMES
                                   DEPENDING ON HOLDER-COUNT
                                   INDEXED BY HOLDER-IX.
               03  HT-ACCOUNT                PIC 9(10).
               03  HT-OWNER-HASH             PIC 9(10).
               03  HT-SECOND-CPF             PIC 9(11).
               03  HT-SECOND-NAME            PIC X(32).
               03  HT-OWNER-SLOT             PIC 9(5).
               03  HT-SECOND-SLOT            PIC 9(5).
      *    ONE ROW PER CPF, WITH THE CHAIN OF ITS ENTRIES THROUGH THE
      *    LINK TABLE (A JOINT ACCOUNT'S ENTRY IS ON BOTH HOLDERS'
      *    CHAINS) AND THE HIGHEST SEQUENCE ITS EARLIER CASES COVER.
       77  CPF-COUNT                          PIC 9(5) VALUE ZERO.
       01  CPF-TABLE.
           02  CPF-ENTRY                     OCCURS 0 TO 4000 TIMES
                                   DEPENDING ON CPF-COUNT
                                   INDEXED BY CPF-IX.
               03  CT-CPF                    PIC 9(11).
               03  CT-NAME                   PIC X(32).
               03  CT-COVERED-SEQUENCE       PIC 9(8).
               03  CT-FIRST-LINK             PIC 9(5).
               03  CT-LAST-LINK              PIC 9(5).
       77  LINK-COUNT                         PIC 9(5) VALUE ZERO.
       01  LINK-TABLE.
           02  LINK-ENTRY                    OCCURS 0 TO 16000 TIMES
                                   DEPENDING ON LINK-COUNT.
               03  LT-ENTRY                  PIC 9(5).
               03  LT-NEXT                   PIC 9(5).
      *            THE RULES THIS ENTRY FIRED FOR THIS CPF.
               03  LT-NEAR-SW                PIC X.
                   88  LT-NEAR                 VALUE "Y".
               03  LT-BRANCH-SW              PIC X.
                   88  LT-BRANCH               VALUE "Y".
               03  LT-RAPID-SW               PIC X.
                   88  LT-RAPID                VALUE "Y".
      *    THE BRANCHES ONE CPF'S CASH WENT THROUGH.
       77  BRANCH-COUNT                       PIC 9(3).
       01  BRANCH-TABLE.
           02  BRANCH-SEEN                   PIC 9(4) OCCURS 50 TIMES.
       77  SEEK-ACCOUNT                       PIC 9(10).
       77  SEEK-CPF                           PIC 9(11).
       77  SEEK-NAME                          PIC X(32).
       77  SEEK-SLOT                          PIC 9(5).
       77  CURRENT-SLOT                       PIC 9(5).
       77  LINK-SLOT                          PIC 9(5).
       77  INNER-LINK                         PIC 9(5).
       77  ENTRY-SLOT                         PIC 9(5).
       77  INNER-ENTRY                        PIC 9(5).
       77  BRANCH-SLOT                        PIC 9(3).
       77  BRANCH-FOUND-SW                    PIC X.
           88  BRANCH-FOUND                     VALUE "Y".
       77  NEAR-HITS                          PIC 9(3).
       77  RAPID-HITS                         PIC 9(3).
       77  RAPID-END-DAY                      PIC 9(8).
       77  RAPID-OUT-TOTAL                    PIC 9(11)V99.
       77  RAPID-NEEDED                       PIC 9(11)V99.
       77  CPF-TOTAL-IN                       PIC 9(11)V99.
       77  CPF-TOTAL-OUT                      PIC 9(11)V99.
       77  TRIGGER-COUNT                      PIC 9(4).
       77  TRIGGER-HIGH-SEQUENCE              PIC 9(8).
       77  TRIGGER-SW                         PIC X.
           88  LINK-TRIGGERS                    VALUE "Y".
       77  NEAR-FIRED-SW                      PIC X.
           88  NEAR-FIRED                       VALUE "Y".
       77  BRANCHES-FIRED-SW                  PIC X.
           88  BRANCHES-FIRED                   VALUE "Y".
       77  EDITED-AMOUNT                      PIC Z(8)9.99.
       01  CASE-AUDIT-DETAIL.
           02  FILLER                        PIC X(05) VALUE
               "CASE ".
           02  CAD-CASE                      PIC 9(8).
           02  FILLER                        PIC X(05) VALUE
               " CPF ".
           02  CAD-CPF                       PIC 9(11).
           02  FILLER                        PIC X(07) VALUE
               " RULES ".
           02  CAD-RULE-NEAR                 PIC X.
           02  CAD-RULE-BRANCHES             PIC X.
           02  CAD-RULE-RAPID                PIC X.
           02  FILLER                        PIC X(09) VALUE
               " ENTRIES ".
           02  CAD-TRIGGERS                  PIC 9(4).
           02  FILLER                        PIC X(08) VALUE
               " WINDOW ".
           02  CAD-WINDOW-START              PIC 9(8).
           02  FILLER                        PIC X(01) VALUE "-".
           02  CAD-WINDOW-END                PIC 9(8).
           02  FILLER                        PIC X(08) VALUE
               " STATUS ".
           02  CAD-STATUS                    PIC X.
       01  REPORT-TITLE-LINE.
           02  FILLER                        PIC X(30) VALUE
               "STRUCTURING SURVEILLANCE -- ".
           02  RPT-TITLE-START               PIC 9(8).
           02  FILLER                        PIC X(04) VALUE
               " TO ".
           02  RPT-TITLE-END                 PIC 9(8).
       01  REPORT-CASE-LINE.
           02  FILLER                        PIC X(05) VALUE
               "CASE ".
           02  RPT-CASE                      PIC 9(8).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-CPF                       PIC 9(11).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-NAME                      PIC X(32).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-RULES                     PIC X(03).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-TRIGGERS                  PIC ZZZ9.
       01  REPORT-CASE-TOTALS-LINE.
           02  FILLER                        PIC X(09) VALUE
               "      IN ".
           02  RPT-TOTAL-IN                  PIC Z(10)9.99.
           02  FILLER                        PIC X(06) VALUE
               "  OUT ".
           02  RPT-TOTAL-OUT                 PIC Z(10)9.99.
           02  FILLER                        PIC X(07) VALUE
               "  NEAR ".
           02  RPT-NEAR                      PIC ZZ9.
           02  FILLER                        PIC X(06) VALUE
               "  BR. ".
           02  RPT-BRANCHES                  PIC ZZ9.
           02  FILLER                        PIC X(07) VALUE
               "  PASS ".
           02  RPT-RAPID                     PIC ZZ9.
       01  REPORT-ENTRY-LINE.
           02  FILLER                        PIC X(06) VALUE SPACES.
           02  RPT-ENTRY-SEQUENCE            PIC 9(8).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-ENTRY-ACCOUNT             PIC 9(10).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-ENTRY-DATE                PIC 9(8).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-ENTRY-TYPE                PIC X.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-ENTRY-AMOUNT              PIC Z(8)9.99.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-ENTRY-BRANCH              PIC 9(4).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-ENTRY-RULE                PIC X.
       01  REPORT-COUNT-LINE.
           02  RPT-COUNT-LABEL               PIC X(32).
           02  RPT-COUNT-VALUE               PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE                                               DIVISION.
       MAIN.
           DISPLAY "---------------------------------------------------"
           DISPLAY " STRUCTURING (SMURFING) SURVEILLANCE"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           PERFORM LOAD-SYSTEM-PARAMETERS

           DISPLAY "[?] Business day YYYYMMDD (0 for today):"
           ACCEPT BUSINESS-DATE
           IF BUSINESS-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO BUSINESS-DATE
           END-IF

           COMPUTE WINDOW-START-DAY =
               FUNCTION INTEGER-OF-DATE(BUSINESS-DATE)
               - PARM-AML-WINDOW-DAYS + 1
           COMPUTE WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(WINDOW-START-DAY)
           COMPUTE NEAR-FLOOR ROUNDED =
               PARM-LARGE-TXN-THRESHOLD * PARM-AML-NEAR-RATE
           DISPLAY "[!] Window " WINDOW-START-DATE " to "
               BUSINESS-DATE

           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-AML-ALERT

           PERFORM COLLECT-WINDOW-ENTRIES
           PERFORM MARK-REVERSED-ENTRIES
           PERFORM RESOLVE-WINDOW-HOLDERS
           PERFORM LINK-ENTRIES-TO-HOLDERS
           PERFORM LOAD-EARLIER-CASES

           MOVE "BAT25" TO SPOOL-PROGRAM-ID
           MOVE "AMLSTRUC" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT AML-REPORT
           MOVE WINDOW-START-DATE TO RPT-TITLE-START
           MOVE BUSINESS-DATE TO RPT-TITLE-END
           MOVE REPORT-TITLE-LINE TO AML-REPORT-LINE
           WRITE AML-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           PERFORM VARYING CURRENT-SLOT FROM 1 BY 1
                   UNTIL CURRENT-SLOT > CPF-COUNT
               PERFORM EXAMINE-ONE-CPF
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS
           CLOSE AML-REPORT
           PERFORM CATALOG-SPOOL-FILE

           CLOSE CLIENT-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE ACCOUNT-TXN
           CLOSE AML-ALERT

           DISPLAY ""
           DISPLAY "[!] Ledger records scanned: " TXNS-SCANNED
           DISPLAY "[!] Entries in the window: " ENTRIES-IN-WINDOW
           DISPLAY "[!] Reversed entries ignored: " ENTRIES-REVERSED
           DISPLAY "[!] CPFs examined: " CPF-COUNT
           DISPLAY "[!] Cases raised: " CASES-RAISED
           DISPLAY "[!]   near-threshold amounts: " CASES-NEAR
           DISPLAY "[!]   many branches: " CASES-BRANCHES
           DISPLAY "[!]   pass-through: " CASES-RAPID
           DISPLAY "[!] Patterns already cased earlier: "
               CASES-ALREADY-RAISED
           IF ENTRIES-UNRESOLVED > ZERO
               DISPLAY "[X] Entries on accounts with no customer: "
                   ENTRIES-UNRESOLVED
           END-IF
           IF ENTRIES-DROPPED > ZERO
               DISPLAY "[X] Entries not examined, tables full: "
                   ENTRIES-DROPPED
           END-IF
           IF REVERSALS-NOT-HELD > ZERO
               DISPLAY "[X] Reversals not applied, table full -- "
                   "the entries they cancelled were examined: "
                   REVERSALS-NOT-HELD
           END-IF
           DISPLAY "[!] Report written to " SPOOL-FILE-NAME
           GOBACK.

      *    PASS 1 -- THE LEDGER. EVERY CANDIDATE ENTRY DATED INSIDE
      *    THE WINDOW, AND EVERY REVERSAL THAT MAY CANCEL ONE OF THEM.
       COLLECT-WINDOW-ENTRIES                                   SECTION.
           PERFORM UNTIL ACCOUNT-TXN-NOT-FOUND
               READ ACCOUNT-TXN NEXT RECORD
                   AT END
                       SET ACCOUNT-TXN-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO TXNS-SCANNED
                       IF TXN-DATE >= WINDOW-START-DATE
                               AND TXN-DATE <= BUSINESS-DATE
                           PERFORM COLLECT-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       COLLECT-ONE-ENTRY                                        SECTION.
           IF TXN-IS-REVERSAL
               IF REV-COUNT < 10000
                   ADD 1 TO REV-COUNT
                   MOVE TXN-REVERSES-SEQUENCE TO REV-SEQUENCE(REV-COUNT)
               ELSE
                   ADD 1 TO REVERSALS-NOT-HELD
               END-IF
               GO TO COLLECT-ONE-ENTRY-EXIT
           END-IF

           IF NOT (TXN-IS-DEPOSIT OR TXN-IS-WITHDRAWAL
                   OR TXN-IS-EXTERNAL-CREDIT OR TXN-IS-TRANSFER-OUT
                   OR TXN-IS-PIX-OUT)
               GO TO COLLECT-ONE-ENTRY-EXIT
           END-IF

           ADD 1 TO ENTRIES-IN-WINDOW
           MOVE TXN-ACCOUNT-HASH TO SEEK-ACCOUNT
           PERFORM FIND-OR-ADD-HOLDER
           IF WIN-COUNT >= 8000 OR SEEK-SLOT = ZERO
               ADD 1 TO ENTRIES-DROPPED
               GO TO COLLECT-ONE-ENTRY-EXIT
           END-IF

           ADD 1 TO WIN-COUNT
           MOVE TXN-SEQUENCE TO WE-SEQUENCE(WIN-COUNT)
           MOVE TXN-ACCOUNT-HASH TO WE-ACCOUNT(WIN-COUNT)
           MOVE TXN-DATE TO WE-DATE(WIN-COUNT)
           COMPUTE WE-DAY(WIN-COUNT) =
               FUNCTION INTEGER-OF-DATE(TXN-DATE)
           MOVE TXN-TYPE TO WE-TYPE(WIN-COUNT)
           MOVE TXN-AMOUNT TO WE-AMOUNT(WIN-COUNT)
           MOVE TXN-BRANCH-CODE TO WE-BRANCH(WIN-COUNT)
           MOVE "N" TO WE-REVERSED-SW(WIN-COUNT)
           MOVE SEEK-SLOT TO WE-HOLDER(WIN-COUNT)
           IF TXN-IS-DEPOSIT OR TXN-IS-EXTERNAL-CREDIT
               SET WE-IS-IN(WIN-COUNT) TO TRUE
           ELSE
               SET WE-IS-OUT(WIN-COUNT) TO TRUE
           END-IF
           IF TXN-IS-DEPOSIT OR TXN-IS-WITHDRAWAL
               SET WE-IS-CASH(WIN-COUNT) TO TRUE
           ELSE
               MOVE "N" TO WE-CASH-SW(WIN-COUNT)
           END-IF.

       COLLECT-ONE-ENTRY-EXIT.
           EXIT.

      *    THE HOLDER-TABLE ROW FOR SEEK-ACCOUNT, ADDED IF NEW; ZERO
      *    IN SEEK-SLOT WHEN THE TABLE IS FULL.
       FIND-OR-ADD-HOLDER                                       SECTION.
           MOVE ZERO TO SEEK-SLOT
           SET HOLDER-IX TO 1
           SEARCH HOLDER-ENTRY
               AT END
                   CONTINUE
               WHEN HT-ACCOUNT(HOLDER-IX) = SEEK-ACCOUNT
                   SET SEEK-SLOT TO HOLDER-IX
           END-SEARCH
           IF SEEK-SLOT > ZERO OR HOLDER-COUNT >= 4000
               GO TO FIND-OR-ADD-HOLDER-EXIT
           END-IF

           ADD 1 TO HOLDER-COUNT
           MOVE HOLDER-COUNT TO SEEK-SLOT
           MOVE SEEK-ACCOUNT TO HT-ACCOUNT(SEEK-SLOT)
      *    UNTIL ACCOUNT-MASTER SAYS OTHERWISE, THE ACCOUNT IS THE
      *    OWNER'S IMPLICIT CHECKING ACCOUNT (SEE RESOLVE-ACCOUNT).
           MOVE SEEK-ACCOUNT TO HT-OWNER-HASH(SEEK-SLOT)
           MOVE ZERO TO HT-SECOND-CPF(SEEK-SLOT)
           MOVE SPACES TO HT-SECOND-NAME(SEEK-SLOT)
           MOVE ZERO TO HT-OWNER-SLOT(SEEK-SLOT)
           MOVE ZERO TO HT-SECOND-SLOT(SEEK-SLOT).

       FIND-OR-ADD-HOLDER-EXIT.
           EXIT.

      *    A REVERSED TELLER ENTRY NEVER HAPPENED AS FAR AS THE
      *    PATTERNS GO.
       MARK-REVERSED-ENTRIES                                    SECTION.
           PERFORM VARYING LINK-SLOT FROM 1 BY 1
                   UNTIL LINK-SLOT > REV-COUNT
               SET WIN-IX TO 1
               SEARCH WIN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WE-SEQUENCE(WIN-IX) = REV-SEQUENCE(LINK-SLOT)
                       SET WE-REVERSED(WIN-IX) TO TRUE
                       ADD 1 TO ENTRIES-REVERSED
               END-SEARCH
           END-PERFORM.

      *    PASS 2 -- ACCOUNT-MASTER, FOR THE PRODUCT ACCOUNTS' OWNERS
      *    AND JOINT SECOND HOLDERS; THEN EACH ACCOUNT'S HOLDERS ARE
      *    GIVEN THEIR ROWS IN THE CPF TABLE.
       RESOLVE-WINDOW-HOLDERS                                   SECTION.
           MOVE 1 TO ACCOUNT-MASTER-KEY
           START ACCOUNT-MASTER
                   KEY IS NOT LESS THAN ACCOUNT-MASTER-KEY
               INVALID KEY
                   SET ACCOUNT-MASTER-NOT-FOUND TO TRUE
           END-START
           PERFORM UNTIL ACCOUNT-MASTER-NOT-FOUND
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET ACCOUNT-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       SET HOLDER-IX TO 1
                       SEARCH HOLDER-ENTRY
                           AT END
                               CONTINUE
                           WHEN HT-ACCOUNT(HOLDER-IX) = ACCT-NUMBER
                               MOVE ACCT-CLIENT-HASH
                                   TO HT-OWNER-HASH(HOLDER-IX)
                               MOVE ACCT-SECOND-HOLDER-CPF
                                   TO HT-SECOND-CPF(HOLDER-IX)
                               MOVE ACCT-SECOND-HOLDER-NAME
                                   TO HT-SECOND-NAME(HOLDER-IX)
                       END-SEARCH
               END-READ
           END-PERFORM

           PERFORM VARYING ENTRY-SLOT FROM 1 BY 1
                   UNTIL ENTRY-SLOT > HOLDER-COUNT
               PERFORM RESOLVE-ONE-HOLDER
           END-PERFORM.

       RESOLVE-ONE-HOLDER                                       SECTION.
           MOVE ZERO TO SEEK-CPF
           MOVE HT-OWNER-HASH(ENTRY-SLOT) TO CLIENT-SEEK-HASH
           PERFORM CLIENT-MASTER-SEEK-HASH
           IF CLIENT-MASTER-SEEK-FOUND
               MOVE CLIENT-CPF TO SEEK-CPF
               MOVE CLIENT-NAME TO SEEK-NAME
               PERFORM FIND-OR-ADD-CPF
               MOVE SEEK-SLOT TO HT-OWNER-SLOT(ENTRY-SLOT)
           END-IF

           IF HT-SECOND-CPF(ENTRY-SLOT) > ZERO
                   AND HT-SECOND-CPF(ENTRY-SLOT) NOT = SEEK-CPF
               MOVE HT-SECOND-CPF(ENTRY-SLOT) TO SEEK-CPF
               MOVE HT-SECOND-NAME(ENTRY-SLOT) TO SEEK-NAME
               PERFORM FIND-OR-ADD-CPF
               MOVE SEEK-SLOT TO HT-SECOND-SLOT(ENTRY-SLOT)
           END-IF.

      *    THE CPF-TABLE ROW FOR SEEK-CPF, ADDED IF NEW (WITH
      *    SEEK-NAME); ZERO IN SEEK-SLOT WHEN THE TABLE IS FULL.
       FIND-OR-ADD-CPF                                          SECTION.
           MOVE ZERO TO SEEK-SLOT
           SET CPF-IX TO 1
           SEARCH CPF-ENTRY
               AT END
                   CONTINUE
               WHEN CT-CPF(CPF-IX) = SEEK-CPF
                   SET SEEK-SLOT TO CPF-IX
           END-SEARCH
           IF SEEK-SLOT > ZERO OR CPF-COUNT >= 4000
               GO TO FIND-OR-ADD-CPF-EXIT
           END-IF

           ADD 1 TO CPF-COUNT
           MOVE CPF-COUNT TO SEEK-SLOT
           MOVE SEEK-CPF TO CT-CPF(SEEK-SLOT)
           MOVE SEEK-NAME TO CT-NAME(SEEK-SLOT)
           MOVE ZERO TO CT-COVERED-SEQUENCE(SEEK-SLOT)
           MOVE ZERO TO CT-FIRST-LINK(SEEK-SLOT)
           MOVE ZERO TO CT-LAST-LINK(SEEK-SLOT).

       FIND-OR-ADD-CPF-EXIT.
           EXIT.

      *    CHAIN EVERY ENTRY ONTO ITS HOLDERS' ROWS, IN LEDGER ORDER.
       LINK-ENTRIES-TO-HOLDERS                                  SECTION.
           PERFORM VARYING ENTRY-SLOT FROM 1 BY 1
                   UNTIL ENTRY-SLOT > WIN-COUNT
               MOVE WE-HOLDER(ENTRY-SLOT) TO INNER-ENTRY
               IF HT-OWNER-SLOT(INNER-ENTRY) = ZERO
                       AND HT-SECOND-SLOT(INNER-ENTRY) = ZERO
                   ADD 1 TO ENTRIES-UNRESOLVED
               END-IF
               IF HT-OWNER-SLOT(INNER-ENTRY) > ZERO
                   MOVE HT-OWNER-SLOT(INNER-ENTRY) TO SEEK-SLOT
                   PERFORM ADD-LINK
               END-IF
               IF HT-SECOND-SLOT(INNER-ENTRY) > ZERO
                   MOVE HT-SECOND-SLOT(INNER-ENTRY) TO SEEK-SLOT
                   PERFORM ADD-LINK
               END-IF
           END-PERFORM.

       ADD-LINK                                                 SECTION.
           IF LINK-COUNT >= 16000
               ADD 1 TO ENTRIES-DROPPED
               GO TO ADD-LINK-EXIT
           END-IF
           ADD 1 TO LINK-COUNT
           MOVE ENTRY-SLOT TO LT-ENTRY(LINK-COUNT)
           MOVE ZERO TO LT-NEXT(LINK-COUNT)
           IF CT-FIRST-LINK(SEEK-SLOT) = ZERO
               MOVE LINK-COUNT TO CT-FIRST-LINK(SEEK-SLOT)
           ELSE
               MOVE LINK-COUNT TO LT-NEXT(CT-LAST-LINK(SEEK-SLOT))
           END-IF
           MOVE LINK-COUNT TO CT-LAST-LINK(SEEK-SLOT).

       ADD-LINK-EXIT.
           EXIT.

      *    PASS 3 -- THE CASES ALREADY ON FILE. WHAT A CPF'S EARLIER
      *    CASES COVERED IS NOT RAISED AGAIN.
       LOAD-EARLIER-CASES                                       SECTION.
           MOVE 1 TO AML-ALERT-KEY
           START AML-ALERT
                   KEY IS NOT LESS THAN AML-ALERT-KEY
               INVALID KEY
                   SET AML-ALERT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET AML-ALERT-OK TO TRUE
           END-START
           PERFORM UNTIL AML-ALERT-NOT-FOUND
               READ AML-ALERT NEXT RECORD
                   AT END
                       SET AML-ALERT-NOT-FOUND TO TRUE
                   NOT AT END
                       SET CPF-IX TO 1
                       SEARCH CPF-ENTRY
                           AT END
                               CONTINUE
                           WHEN CT-CPF(CPF-IX) = AML-CPF
                               IF AML-HIGH-SEQUENCE >
                                       CT-COVERED-SEQUENCE(CPF-IX)
                                   MOVE AML-HIGH-SEQUENCE
                                       TO CT-COVERED-SEQUENCE(CPF-IX)
                               END-IF
                       END-SEARCH
               END-READ
           END-PERFORM
           COMPUTE AML-ALERT-KEY = AML-ALERT-RECORD-COUNT + 1.

      *    ONE CPF: WALK ITS CHAIN ONCE FOR THE TOTALS, THE NEAR-
      *    THRESHOLD AMOUNTS, THE BRANCHES AND THE PASS-THROUGH
      *    CREDITS, THEN DECIDE WHETHER THAT IS A CASE.
       EXAMINE-ONE-CPF                                          SECTION.
           MOVE ZERO TO NEAR-HITS
           MOVE ZERO TO RAPID-HITS
           MOVE ZERO TO BRANCH-COUNT
           MOVE ZERO TO CPF-TOTAL-IN
           MOVE ZERO TO CPF-TOTAL-OUT
           MOVE "N" TO NEAR-FIRED-SW
           MOVE "N" TO BRANCHES-FIRED-SW

           MOVE CT-FIRST-LINK(CURRENT-SLOT) TO LINK-SLOT
           PERFORM UNTIL LINK-SLOT = ZERO
               PERFORM EXAMINE-ONE-LINK
               MOVE LT-NEXT(LINK-SLOT) TO LINK-SLOT
           END-PERFORM

           IF NEAR-HITS >= PARM-AML-NEAR-COUNT
               SET NEAR-FIRED TO TRUE
           END-IF
           IF BRANCH-COUNT >= PARM-AML-BRANCH-COUNT
               SET BRANCHES-FIRED TO TRUE
               MOVE CT-FIRST-LINK(CURRENT-SLOT) TO LINK-SLOT
               PERFORM UNTIL LINK-SLOT = ZERO
                   MOVE LT-ENTRY(LINK-SLOT) TO ENTRY-SLOT
                   IF WE-IS-CASH(ENTRY-SLOT)
                           AND NOT WE-REVERSED(ENTRY-SLOT)
                           AND WE-BRANCH(ENTRY-SLOT) > ZERO
                       SET LT-BRANCH(LINK-SLOT) TO TRUE
                   END-IF
                   MOVE LT-NEXT(LINK-SLOT) TO LINK-SLOT
               END-PERFORM
           END-IF
           IF NOT NEAR-FIRED AND NOT BRANCHES-FIRED
                   AND RAPID-HITS = ZERO
               GO TO EXAMINE-ONE-CPF-EXIT
           END-IF

      *    A PATTERN THE CPF'S LAST CASE ALREADY HOLDS IS NOT NEWS.
           MOVE ZERO TO TRIGGER-COUNT
           MOVE ZERO TO TRIGGER-HIGH-SEQUENCE
           MOVE CT-FIRST-LINK(CURRENT-SLOT) TO LINK-SLOT
           PERFORM UNTIL LINK-SLOT = ZERO
               PERFORM CHECK-LINK-TRIGGERS
               IF LINK-TRIGGERS
                   ADD 1 TO TRIGGER-COUNT
                   MOVE LT-ENTRY(LINK-SLOT) TO ENTRY-SLOT
                   IF WE-SEQUENCE(ENTRY-SLOT) > TRIGGER-HIGH-SEQUENCE
                       MOVE WE-SEQUENCE(ENTRY-SLOT)
                           TO TRIGGER-HIGH-SEQUENCE
                   END-IF
               END-IF
               MOVE LT-NEXT(LINK-SLOT) TO LINK-SLOT
           END-PERFORM
           IF TRIGGER-HIGH-SEQUENCE NOT >
                   CT-COVERED-SEQUENCE(CURRENT-SLOT)
               ADD 1 TO CASES-ALREADY-RAISED
               GO TO EXAMINE-ONE-CPF-EXIT
           END-IF

           PERFORM RAISE-CASE.

       EXAMINE-ONE-CPF-EXIT.
           EXIT.

       EXAMINE-ONE-LINK                                         SECTION.
           MOVE "N" TO LT-NEAR-SW(LINK-SLOT)
           MOVE "N" TO LT-BRANCH-SW(LINK-SLOT)
           MOVE "N" TO LT-RAPID-SW(LINK-SLOT)
           MOVE LT-ENTRY(LINK-SLOT) TO ENTRY-SLOT
           IF WE-REVERSED(ENTRY-SLOT)
               GO TO EXAMINE-ONE-LINK-EXIT
           END-IF

           IF WE-IS-IN(ENTRY-SLOT)
               ADD WE-AMOUNT(ENTRY-SLOT) TO CPF-TOTAL-IN
           ELSE
               ADD WE-AMOUNT(ENTRY-SLOT) TO CPF-TOTAL-OUT
           END-IF

      *    JUST UNDER THE THRESHOLD -- CASH EITHER WAY, OR AN "X"
      *    CREDIT.
           IF (WE-IS-CASH(ENTRY-SLOT) OR WE-TYPE(ENTRY-SLOT) = "X")
                   AND WE-AMOUNT(ENTRY-SLOT) >= NEAR-FLOOR
                   AND WE-AMOUNT(ENTRY-SLOT) <
                       PARM-LARGE-TXN-THRESHOLD
               ADD 1 TO NEAR-HITS
               SET LT-NEAR(LINK-SLOT) TO TRUE
           END-IF

           IF WE-IS-CASH(ENTRY-SLOT) AND WE-BRANCH(ENTRY-SLOT) > ZERO
               PERFORM NOTE-BRANCH
           END-IF

           IF WE-IS-IN(ENTRY-SLOT)
                   AND WE-AMOUNT(ENTRY-SLOT) >= NEAR-FLOOR
               PERFORM CHECK-PASS-THROUGH
           END-IF.

       EXAMINE-ONE-LINK-EXIT.
           EXIT.

       NOTE-BRANCH                                              SECTION.
           MOVE "N" TO BRANCH-FOUND-SW
           PERFORM VARYING BRANCH-SLOT FROM 1 BY 1
                   UNTIL BRANCH-SLOT > BRANCH-COUNT
               IF BRANCH-SEEN(BRANCH-SLOT) = WE-BRANCH(ENTRY-SLOT)
                   SET BRANCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT BRANCH-FOUND AND BRANCH-COUNT < 50
               ADD 1 TO BRANCH-COUNT
               MOVE WE-BRANCH(ENTRY-SLOT) TO BRANCH-SEEN(BRANCH-COUNT)
           END-IF.

      *    A NEAR-THRESHOLD CREDIT: HOW MUCH LEFT THE CPF'S ACCOUNTS
      *    AFTER IT, WITHIN PARM-AML-RAPID-DAYS. IF MOST OF IT DID,
      *    THE CREDIT AND THOSE OUTFLOWS ARE A PASS-THROUGH.
       CHECK-PASS-THROUGH                                       SECTION.
           COMPUTE RAPID-END-DAY =
               WE-DAY(ENTRY-SLOT) + PARM-AML-RAPID-DAYS
           COMPUTE RAPID-NEEDED ROUNDED =
               WE-AMOUNT(ENTRY-SLOT) * PARM-AML-RAPID-RATE
           MOVE ZERO TO RAPID-OUT-TOTAL
           MOVE LT-NEXT(LINK-SLOT) TO INNER-LINK
           PERFORM UNTIL INNER-LINK = ZERO
               MOVE LT-ENTRY(INNER-LINK) TO INNER-ENTRY
               IF WE-IS-OUT(INNER-ENTRY)
                       AND NOT WE-REVERSED(INNER-ENTRY)
                       AND WE-DAY(INNER-ENTRY) <= RAPID-END-DAY
                   ADD WE-AMOUNT(INNER-ENTRY) TO RAPID-OUT-TOTAL
               END-IF
               MOVE LT-NEXT(INNER-LINK) TO INNER-LINK
           END-PERFORM
           IF RAPID-OUT-TOTAL < RAPID-NEEDED
               GO TO CHECK-PASS-THROUGH-EXIT
           END-IF

           ADD 1 TO RAPID-HITS
           SET LT-RAPID(LINK-SLOT) TO TRUE
           MOVE LT-NEXT(LINK-SLOT) TO INNER-LINK
           PERFORM UNTIL INNER-LINK = ZERO
               MOVE LT-ENTRY(INNER-LINK) TO INNER-ENTRY
               IF WE-IS-OUT(INNER-ENTRY)
                       AND NOT WE-REVERSED(INNER-ENTRY)
                       AND WE-DAY(INNER-ENTRY) <= RAPID-END-DAY
                   SET LT-RAPID(INNER-LINK) TO TRUE
               END-IF
               MOVE LT-NEXT(INNER-LINK) TO INNER-LINK
           END-PERFORM.

       CHECK-PASS-THROUGH-EXIT.
           EXIT.

      *    AN ENTRY TRIGGERS THE CASE THROUGH A RULE THAT FIRED. A
      *    NEAR-THRESHOLD AMOUNT ALONE, BELOW THE COUNT, DOES NOT.
       CHECK-LINK-TRIGGERS                                      SECTION.
           MOVE "N" TO TRIGGER-SW
           IF (LT-NEAR(LINK-SLOT) AND NEAR-FIRED)
                   OR LT-BRANCH(LINK-SLOT)
                   OR LT-RAPID(LINK-SLOT)
               SET LINK-TRIGGERS TO TRUE
           END-IF.

      *    WRITE THE CASE WITH ITS FIRST 20 TRIGGERING ENTRIES, LIST
      *    IT ON THE REPORT AND STAMP IT TO THE AUDIT TRAIL.
       RAISE-CASE                                               SECTION.
           INITIALIZE AML-CASE-RECORD
           MOVE AML-ALERT-KEY TO AML-CASE-NUMBER
           MOVE CT-CPF(CURRENT-SLOT) TO AML-CPF
           MOVE CT-NAME(CURRENT-SLOT) TO AML-NAME
           MOVE BUSINESS-DATE TO AML-DETECTED-DATE
           MOVE WINDOW-START-DATE TO AML-WINDOW-START
           MOVE BUSINESS-DATE TO AML-WINDOW-END
           MOVE "N" TO AML-RULE-NEAR
           MOVE "N" TO AML-RULE-BRANCHES
           MOVE "N" TO AML-RULE-RAPID
           IF NEAR-FIRED
               SET AML-FLAGGED-NEAR TO TRUE
               ADD 1 TO CASES-NEAR
           END-IF
           IF BRANCHES-FIRED
               SET AML-FLAGGED-BRANCHES TO TRUE
               ADD 1 TO CASES-BRANCHES
           END-IF
           IF RAPID-HITS > ZERO
               SET AML-FLAGGED-RAPID TO TRUE
               ADD 1 TO CASES-RAPID
           END-IF
           MOVE NEAR-HITS TO AML-NEAR-COUNT
           MOVE BRANCH-COUNT TO AML-BRANCH-COUNT
           MOVE RAPID-HITS TO AML-RAPID-COUNT
           MOVE CPF-TOTAL-IN TO AML-TOTAL-IN
           MOVE CPF-TOTAL-OUT TO AML-TOTAL-OUT
           MOVE TRIGGER-HIGH-SEQUENCE TO AML-HIGH-SEQUENCE
           SET AML-STATUS-PENDING TO TRUE
           MOVE TRIGGER-COUNT TO AML-TRIGGER-COUNT

           MOVE ZERO TO AML-ENTRY-COUNT
           MOVE CT-FIRST-LINK(CURRENT-SLOT) TO LINK-SLOT
           PERFORM UNTIL LINK-SLOT = ZERO OR AML-ENTRY-COUNT = 20
               PERFORM CHECK-LINK-TRIGGERS
               IF LINK-TRIGGERS
                   PERFORM ADD-CASE-ENTRY
               END-IF
               MOVE LT-NEXT(LINK-SLOT) TO LINK-SLOT
           END-PERFORM

           WRITE AML-CASE-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not write the case for CPF "
                       AML-CPF ", file status: " AML-ALERT-STATUS
                   GO TO RAISE-CASE-EXIT
           END-WRITE
           ADD 1 TO AML-ALERT-RECORD-COUNT
           ADD 1 TO AML-ALERT-KEY
           ADD 1 TO CASES-RAISED
           MOVE TRIGGER-HIGH-SEQUENCE
               TO CT-COVERED-SEQUENCE(CURRENT-SLOT)

           PERFORM REPORT-CASE
           PERFORM AUDIT-CASE-RAISED.

       RAISE-CASE-EXIT.
           EXIT.

       ADD-CASE-ENTRY                                           SECTION.
           ADD 1 TO AML-ENTRY-COUNT
           MOVE LT-ENTRY(LINK-SLOT) TO ENTRY-SLOT
           MOVE WE-SEQUENCE(ENTRY-SLOT)
               TO AML-ENTRY-SEQUENCE(AML-ENTRY-COUNT)
           MOVE WE-ACCOUNT(ENTRY-SLOT)
               TO AML-ENTRY-ACCOUNT(AML-ENTRY-COUNT)
           MOVE WE-DATE(ENTRY-SLOT) TO AML-ENTRY-DATE(AML-ENTRY-COUNT)
           MOVE WE-TYPE(ENTRY-SLOT) TO AML-ENTRY-TYPE(AML-ENTRY-COUNT)
           MOVE WE-AMOUNT(ENTRY-SLOT)
               TO AML-ENTRY-AMOUNT(AML-ENTRY-COUNT)
           MOVE WE-BRANCH(ENTRY-SLOT)
               TO AML-ENTRY-BRANCH(AML-ENTRY-COUNT)
      *    THE RULE SHOWN IS THE STRONGEST ONE THE ENTRY FIRED.
           EVALUATE TRUE
               WHEN LT-RAPID(LINK-SLOT)
                   MOVE "R" TO AML-ENTRY-RULE(AML-ENTRY-COUNT)
               WHEN LT-NEAR(LINK-SLOT) AND NEAR-FIRED
                   MOVE "N" TO AML-ENTRY-RULE(AML-ENTRY-COUNT)
               WHEN OTHER
                   MOVE "B" TO AML-ENTRY-RULE(AML-ENTRY-COUNT)
           END-EVALUATE.

       REPORT-CASE                                              SECTION.
           MOVE AML-CASE-NUMBER TO RPT-CASE
           MOVE AML-CPF TO RPT-CPF
           MOVE AML-NAME TO RPT-NAME
           MOVE SPACES TO RPT-RULES
           IF AML-FLAGGED-NEAR
               MOVE "N" TO RPT-RULES(1:1)
           END-IF
           IF AML-FLAGGED-BRANCHES
               MOVE "B" TO RPT-RULES(2:1)
           END-IF
           IF AML-FLAGGED-RAPID
               MOVE "R" TO RPT-RULES(3:1)
           END-IF
           MOVE AML-TRIGGER-COUNT TO RPT-TRIGGERS
           MOVE REPORT-CASE-LINE TO AML-REPORT-LINE
           WRITE AML-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-CASE-LINE

           MOVE AML-TOTAL-IN TO RPT-TOTAL-IN
           MOVE AML-TOTAL-OUT TO RPT-TOTAL-OUT
           MOVE AML-NEAR-COUNT TO RPT-NEAR
           MOVE AML-BRANCH-COUNT TO RPT-BRANCHES
           MOVE AML-RAPID-COUNT TO RPT-RAPID
           MOVE REPORT-CASE-TOTALS-LINE TO AML-REPORT-LINE
           WRITE AML-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           PERFORM VARYING BRANCH-SLOT FROM 1 BY 1
                   UNTIL BRANCH-SLOT > AML-ENTRY-COUNT
               MOVE AML-ENTRY-SEQUENCE(BRANCH-SLOT)
                   TO RPT-ENTRY-SEQUENCE
               MOVE AML-ENTRY-ACCOUNT(BRANCH-SLOT)
                   TO RPT-ENTRY-ACCOUNT
               MOVE AML-ENTRY-DATE(BRANCH-SLOT) TO RPT-ENTRY-DATE
               MOVE AML-ENTRY-TYPE(BRANCH-SLOT) TO RPT-ENTRY-TYPE
               MOVE AML-ENTRY-AMOUNT(BRANCH-SLOT) TO RPT-ENTRY-AMOUNT
               MOVE AML-ENTRY-BRANCH(BRANCH-SLOT) TO RPT-ENTRY-BRANCH
               MOVE AML-ENTRY-RULE(BRANCH-SLOT) TO RPT-ENTRY-RULE
               MOVE REPORT-ENTRY-LINE TO AML-REPORT-LINE
               WRITE AML-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-PERFORM.

       AUDIT-CASE-RAISED                                        SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "BAT25" TO AUDIT-PROGRAM
           MOVE "AMLFLAG" TO AUDIT-ACTION
           MOVE AML-ENTRY-ACCOUNT(1) TO AUDIT-ACCOUNT-ID
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           PERFORM FORMAT-CASE-AUDIT-DETAIL
           MOVE CASE-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL.

       FORMAT-CASE-AUDIT-DETAIL                                 SECTION.
           MOVE AML-CASE-NUMBER TO CAD-CASE
           MOVE AML-CPF TO CAD-CPF
           MOVE AML-RULE-NEAR TO CAD-RULE-NEAR
           MOVE AML-RULE-BRANCHES TO CAD-RULE-BRANCHES
           MOVE AML-RULE-RAPID TO CAD-RULE-RAPID
           MOVE AML-TRIGGER-COUNT TO CAD-TRIGGERS
           MOVE AML-WINDOW-START TO CAD-WINDOW-START
           MOVE AML-WINDOW-END TO CAD-WINDOW-END
           MOVE AML-STATUS TO CAD-STATUS.

       WRITE-REPORT-TOTALS                                      SECTION.
           MOVE "ENTRIES IN THE WINDOW:" TO RPT-COUNT-LABEL
           MOVE ENTRIES-IN-WINDOW TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO AML-REPORT-LINE
           WRITE AML-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "CPFS EXAMINED:" TO RPT-COUNT-LABEL
           MOVE CPF-COUNT TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO AML-REPORT-LINE
           WRITE AML-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "CASES RAISED:" TO RPT-COUNT-LABEL
           MOVE CASES-RAISED TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO AML-REPORT-LINE
           WRITE AML-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "PATTERNS ALREADY CASED:" TO RPT-COUNT-LABEL
           MOVE CASES-ALREADY-RAISED TO RPT-COUNT-VALUE
           MOVE REPORT-COUNT-LINE TO AML-REPORT-LINE
           WRITE AML-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           IF ENTRIES-DROPPED > ZERO
               MOVE "ENTRIES NOT EXAMINED (FULL):" TO RPT-COUNT-LABEL
               MOVE ENTRIES-DROPPED TO RPT-COUNT-VALUE
               MOVE REPORT-COUNT-LINE TO AML-REPORT-LINE
               WRITE AML-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF

           IF REVERSALS-NOT-HELD > ZERO
               MOVE "REVERSALS NOT APPLIED (FULL):" TO RPT-COUNT-LABEL
               MOVE REVERSALS-NOT-HELD TO RPT-COUNT-VALUE
               MOVE REPORT-COUNT-LINE TO AML-REPORT-LINE
               WRITE AML-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTXOPN.
           COPY AMLOPN.
           COPY PARMGET.
           COPY CALGET.
           COPY AUDITWRT.
           COPY RPTCWRT.
