       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         BAT20.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        MONTH-END LOAN RISK RATING AND LOAN-LOSS
      *                    PROVISIONING (CENTRAL BANK RESOLUTION
      *                    2682). EVERY ACTIVE LOAN ON LOAN-MASTER IS
      *                    RATED AA THROUGH H BY HOW MANY DAYS ITS
      *                    OLDEST UNPAID INSTALLMENT IS PAST DUE AT
      *                    THE LAST DAY OF THE MONTH -- THE OLDEST
      *                    UNPAID DUE DATE BEING LOAN-NEXT-DUE-DATE
      *                    TAKEN BACK ONE MONTH PER INSTALLMENT IN
      *                    LOAN-ARREARS-COUNT:
      *                        AA  CURRENT           0.0%
      *                        A     1 -  14 DAYS    0.5%
      *                        B    15 -  30 DAYS    1.0%
      *                        C    31 -  60 DAYS    3.0%
      *                        D    61 -  90 DAYS   10.0%
      *                        E    91 - 120 DAYS   30.0%
      *                        F   121 - 150 DAYS   50.0%
      *                        G   151 - 180 DAYS   70.0%
      *                        H   OVER 180 DAYS   100.0%
      *                    A LOAN STILL IN ARREARS NEVER MOVES TO A
      *                    BETTER LEVEL THAN IT ALREADY HOLDS -- ONLY
      *                    CLEARING THE ARREARS EARNS AN UPGRADE. THE
      *                    REQUIRED PROVISION IS THE LEVEL'S
      *                    PERCENTAGE OF THE OUTSTANDING BALANCE (THE
      *                    INSTALLMENTS STILL TO BE COLLECTED). THE
      *                    RATING IS WRITTEN BACK TO THE LOAN. THE
      *                    SPOOLED REPORT SHOWS LOANS, OUTSTANDING AND
      *                    PROVISION BY BRANCH AND LEVEL, AND EACH
      *                    BRANCH'S BUILD OR RELEASE AGAINST LAST
      *                    MONTH'S PROVISION (CARRIED IN
      *                    data/PROVBAL.DAT). THE BUILD/RELEASE GOES
      *                    TO ACCOUNTING AS BALANCED DEBIT/CREDIT
      *                    LINES IN THE GL EXTRACT LAYOUT (SEE BAT12)
      *                    ON data/GLPROV.DAT -- PROVISION EXPENSE
      *                    50020000 AGAINST THE LOAN-LOSS ALLOWANCE
      *                    10060000, AN ACCOUNT OF ITS OWN THAT NO
      *                    LEDGER TYPE ON THE GL MAP POSTS TO. AS WITH
      *                    BAT12, NOTHING IS RELEASED IF ANY BRANCH
      *                    COULD NOT BE TOTALLED. THE MONTH'S BAT16
      *                    COLLECTION MUST HAVE RUN FIRST, OR EVERY
      *                    CURRENT LOAN WOULD LOOK PAST DUE.
      *                    RUN-CONTROLLED PER MONTH. RUN STANDALONE
      *                    AFTER BAT16 -- NOT ON THE MAN0 MENU.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY LOANSEL.
           COPY RUNCSEL.
           SELECT PROVISION-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROVISION-REPORT-STATUS.
           COPY RPTCSEL.
           SELECT PROVISION-BALANCE
               ASSIGN TO "data/PROVBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROVISION-BALANCE-STATUS.
           SELECT GL-PROVISION
               ASSIGN TO "data/GLPROV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-PROVISION-STATUS.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENTREC.
       FD  ACCOUNT-MASTER.
           COPY ACCTMREC.
       FD  LOAN-MASTER.
           COPY LOANREC.
       FD  RUN-CONTROL.
           COPY RUNCREC.

       FD  PROVISION-REPORT.
       01  PROVISION-REPORT-LINE              PIC X(80).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

      *    THE PROVISION STANDING ON THE BOOKS PER BRANCH AND LEVEL
      *    AFTER THE LAST RUN -- REPLACED WHOLESALE EACH MONTH.
       FD  PROVISION-BALANCE.
       01  PROVISION-BALANCE-RECORD.
           02  PB-BRANCH-CODE                PIC 9(4).
           02  PB-RISK-RATING                PIC X(2).
           02  PB-PROVISION                  PIC 9(11)V99.
           02  PB-MONTH                      PIC 9(6).

      *    SAME LAYOUT AS BAT12'S data/GLEXTR.DAT.
       FD  GL-PROVISION.
       01  GL-EXTRACT-RECORD.
           02  GLX-BUSINESS-DATE             PIC 9(8).
           02  GLX-BRANCH-CODE               PIC 9(4).
           02  GLX-GL-ACCOUNT                PIC 9(8).
           02  GLX-SIDE                      PIC X.
           02  GLX-AMOUNT                    PIC 9(11)V99.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY LOANSTA.
           COPY RUNCSTA.
           COPY RPTCSTA.
           COPY OPERSTA.
       77  PROVISION-REPORT-STATUS            PIC XX.
       77  PROVISION-BALANCE-STATUS           PIC XX.
           88  PROVISION-BALANCE-MISSING        VALUE "35".
       77  PROVISION-BALANCE-EOF-SW           PIC X.
           88  PROVISION-BALANCE-EOF            VALUE "Y".
       77  GL-PROVISION-STATUS                PIC XX.
      *    THE GL ACCOUNTS THE BUILD/RELEASE MOVES BETWEEN -- THE
      *    EXPENSE LINE AND THE CONTRA-ASSET SITTING AGAINST LOANS
      *    RECEIVABLE (10030000).
       77  PROVISION-EXPENSE-GL               PIC 9(8) VALUE 50020000.
       77  PROVISION-ALLOWANCE-GL             PIC 9(8) VALUE 10060000.
       77  RATING-MONTH                       PIC 9(6).
       77  MONTH-END-DATE                     PIC 9(8).
       77  NEXT-MONTH-FIRST                   PIC 9(8).
       77  DAYS-PAST-DUE                      PIC S9(5).
       77  OLDEST-DUE-DATE                    PIC 9(8).
       77  DUE-YEAR                           PIC 9(4).
       77  DUE-MONTH                          PIC 9(2).
       77  DUE-DAY                            PIC 9(2).
       77  MONTH-SERIAL                       PIC 9(6).
       77  OUTSTANDING-BALANCE                PIC 9(11)V99.
       77  REQUIRED-PROVISION                 PIC 9(11)V99.
       77  WORK-BRANCH                        PIC 9(4).
       77  OLD-LEVEL                          PIC 9(2).
       77  NEW-LEVEL                          PIC 9(2).
       77  LEVEL-I                            PIC 9(2).
       77  BRANCH-I                           PIC 9(4).
       77  BRANCH-SLOT                        PIC 9(4).
       77  BRANCH-REQUIRED                    PIC 9(13)V99.
       77  BRANCH-PRIOR                       PIC 9(13)V99.
       77  BRANCH-MOVEMENT                    PIC S9(13)V99.
       77  GL-MOVEMENT-AMOUNT                 PIC 9(11)V99.
       77  LOANS-RATED                        PIC 9(6) VALUE ZERO.
       77  LOANS-DOWNGRADED                   PIC 9(6) VALUE ZERO.
       77  LOANS-UPGRADED                     PIC 9(6) VALUE ZERO.
       77  LOANS-HELD-IN-ARREARS              PIC 9(6) VALUE ZERO.
       77  SKIPPED-TABLE-FULL                 PIC 9(6) VALUE ZERO.
       77  REQUIRED-GRAND-TOTAL               PIC 9(13)V99 VALUE ZERO.
       77  PRIOR-GRAND-TOTAL                  PIC 9(13)V99 VALUE ZERO.
       77  BUILD-GRAND-TOTAL                  PIC 9(13)V99 VALUE ZERO.
       77  RELEASE-GRAND-TOTAL                PIC 9(13)V99 VALUE ZERO.
      *    THE NINE LEVELS, WORST LAST: THE LETTER, THE MOST DAYS
      *    PAST DUE THE LEVEL ADMITS, AND ITS PROVISION PERCENTAGE.
       01  RATING-TABLE-VALUES.
           02  FILLER                        PIC X(10) VALUE
               "AA00000000".
           02  FILLER                        PIC X(10) VALUE
               "A 00140005".
           02  FILLER                        PIC X(10) VALUE
               "B 00300010".
           02  FILLER                        PIC X(10) VALUE
               "C 00600030".
           02  FILLER                        PIC X(10) VALUE
               "D 00900100".
           02  FILLER                        PIC X(10) VALUE
               "E 01200300".
           02  FILLER                        PIC X(10) VALUE
               "F 01500500".
           02  FILLER                        PIC X(10) VALUE
               "G 01800700".
           02  FILLER                        PIC X(10) VALUE
               "H 99991000".
       01  RATING-TABLE REDEFINES RATING-TABLE-VALUES.
           02  RATING-ENTRY                  OCCURS 9 TIMES.
               03  RATING-LETTER             PIC X(2).
               03  RATING-MAX-DAYS           PIC 9(4).
               03  RATING-PERCENT            PIC 9(3)V9.
      *    PER BRANCH, PER LEVEL: THIS MONTH'S LOANS, OUTSTANDING AND
      *    REQUIRED PROVISION, AND LAST MONTH'S PROVISION FROM
      *    data/PROVBAL.DAT. TABLE SCAN LIKE BAT12'S GL-TOTAL-TABLE.
       01  BRANCH-TOTAL-TABLE.
           02  BRANCH-TOTAL-ENTRY            OCCURS 200 TIMES.
               03  BRT-BRANCH                PIC 9(4).
               03  BRT-LEVEL                 OCCURS 9 TIMES.
                   04  BRT-LOAN-COUNT        PIC 9(6).
                   04  BRT-OUTSTANDING       PIC 9(13)V99.
                   04  BRT-PROVISION         PIC 9(13)V99.
                   04  BRT-PRIOR-PROVISION   PIC 9(13)V99.
       77  BRANCH-TOTAL-COUNT                PIC 9(4) VALUE ZERO.
       01  REPORT-TITLE-LINE.
           02  FILLER                        PIC X(42) VALUE
               "LOAN RISK RATING / PROVISIONING -- MONTH ".
           02  RPT-TITLE-MONTH               PIC 9(6).
       01  REPORT-HEADING-LINE.
           02  FILLER                        PIC X(08) VALUE
               "BRANCH".
           02  FILLER                        PIC X(08) VALUE
               "RATING".
           02  FILLER                        PIC X(09) VALUE
               "LOANS".
           02  FILLER                        PIC X(17) VALUE
               "OUTSTANDING".
           02  FILLER                        PIC X(17) VALUE
               "PROVISION".
           02  FILLER                        PIC X(15) VALUE
               "LAST MONTH".
       01  REPORT-DETAIL-LINE.
           02  RPT-BRANCH                    PIC 9(4).
           02  FILLER                        PIC X(04) VALUE SPACES.
           02  RPT-RATING                    PIC X(2).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-LOANS                     PIC ZZZ,ZZ9.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-OUTSTANDING               PIC Z(11)9.99.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-PROVISION                 PIC Z(11)9.99.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-PRIOR                     PIC Z(11)9.99.
       01  REPORT-BRANCH-LINE.
           02  FILLER                        PIC X(07) VALUE
               "BRANCH ".
           02  RPT-BRANCH-TOTAL              PIC 9(4).
           02  FILLER                        PIC X(11) VALUE
               " PROVISION ".
           02  RPT-BRANCH-REQUIRED           PIC Z(12)9.99.
           02  FILLER                        PIC X(08) VALUE
               " BUILD/".
           02  FILLER                        PIC X(09) VALUE
               "RELEASE ".
           02  RPT-BRANCH-MOVEMENT           PIC Z(12)9.99-.
       01  REPORT-COUNT-LINE.
           02  RPT-COUNT-LABEL               PIC X(24).
           02  RPT-COUNT-VALUE               PIC ZZZ,ZZ9.
           02  FILLER                        PIC X(09) VALUE
               "  AMOUNT ".
           02  RPT-COUNT-AMOUNT              PIC Z(10)9.99.

       PROCEDURE                                               DIVISION.
       MAIN.
           DISPLAY "---------------------------------------------------"
           DISPLAY " MONTH-END LOAN RISK RATING / PROVISIONING"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           DISPLAY "[?] Rating month YYYYMM:"
           ACCEPT RATING-MONTH
           IF RATING-MONTH = ZERO
               DISPLAY "[X] A rating month is required."
               GOBACK
           END-IF

      *    THE LAST DAY OF THE MONTH IS THE DAY BEFORE THE FIRST OF
      *    THE NEXT.
           COMPUTE DUE-YEAR = RATING-MONTH / 100
           COMPUTE DUE-MONTH = RATING-MONTH - DUE-YEAR * 100
           ADD 1 TO DUE-MONTH
           IF DUE-MONTH > 12
               MOVE 1 TO DUE-MONTH
               ADD 1 TO DUE-YEAR
           END-IF
           COMPUTE NEXT-MONTH-FIRST =
               DUE-YEAR * 10000 + DUE-MONTH * 100 + 1
           COMPUTE MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-FIRST) - 1)

           MOVE "BAT16" TO RUN-SEEK-JOB-NAME
           COMPUTE RUN-SEEK-DATE = RATING-MONTH * 100
           PERFORM CHECK-JOB-ALREADY-RUN
           IF RUN-NOT-DONE
               DISPLAY "[X] Loan collection (BAT16) has not run yet "
                   "for month " RATING-MONTH
               GOBACK
           END-IF

           MOVE "BAT20" TO RUN-SEEK-JOB-NAME
           COMPUTE RUN-SEEK-DATE = RATING-MONTH * 100
           PERFORM CHECK-JOB-ALREADY-RUN
           IF RUN-ALREADY-DONE
               DISPLAY "[X] Loans have already been rated for month "
                   RATING-MONTH
               GOBACK
           END-IF

           PERFORM LOAD-PRIOR-PROVISION

           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-LOAN-MASTER

           PERFORM UNTIL LOAN-MASTER-NOT-FOUND
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       SET LOAN-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       IF LOAN-STATUS-ACTIVE
                           PERFORM RATE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLIENT-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE LOAN-MASTER

           PERFORM WRITE-PROVISION-REPORT

           IF SKIPPED-TABLE-FULL = ZERO
               PERFORM WRITE-GL-PROVISION
               PERFORM SAVE-PROVISION-BALANCE
               PERFORM RECORD-JOB-RUN
               DISPLAY "[!] Provision released to data/GLPROV.DAT"
           ELSE
               DISPLAY "[X] Provision NOT released -- loans skipped, "
                   "branch table full: " SKIPPED-TABLE-FULL
           END-IF

           DISPLAY ""
           DISPLAY "[!] Loans rated: " LOANS-RATED
           DISPLAY "[!] Loans downgraded: " LOANS-DOWNGRADED
           DISPLAY "[!] Loans upgraded: " LOANS-UPGRADED
           DISPLAY "[!] Loans held at their level in arrears: "
               LOANS-HELD-IN-ARREARS
           DISPLAY "[!] Required provision: " REQUIRED-GRAND-TOTAL
           DISPLAY "[!] Report written to " SPOOL-FILE-NAME
           GOBACK.

      *    LAST MONTH'S PROVISION PER BRANCH AND LEVEL SEEDS THE
      *    BRANCH TABLE. NO FILE YET MEANS NOTHING WAS PROVISIONED.
       LOAD-PRIOR-PROVISION                                     SECTION.
           OPEN INPUT PROVISION-BALANCE
           IF PROVISION-BALANCE-MISSING
               GO TO LOAD-PRIOR-PROVISION-EXIT
           END-IF

           MOVE "N" TO PROVISION-BALANCE-EOF-SW
           PERFORM UNTIL PROVISION-BALANCE-EOF
               READ PROVISION-BALANCE
                   AT END
                       SET PROVISION-BALANCE-EOF TO TRUE
                   NOT AT END
                       MOVE PB-BRANCH-CODE TO WORK-BRANCH
                       PERFORM FIND-BRANCH-SLOT
                       MOVE ZERO TO OLD-LEVEL
                       PERFORM MATCH-RATING-LETTER
                           VARYING LEVEL-I FROM 1 BY 1
                           UNTIL LEVEL-I > 9 OR OLD-LEVEL > ZERO
                       IF BRANCH-SLOT > ZERO AND OLD-LEVEL > ZERO
                           ADD PB-PROVISION TO
                               BRT-PRIOR-PROVISION(BRANCH-SLOT
                                                   OLD-LEVEL)
                           ADD PB-PROVISION TO PRIOR-GRAND-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVISION-BALANCE.

       LOAD-PRIOR-PROVISION-EXIT.
           EXIT.

       MATCH-RATING-LETTER                                      SECTION.
           IF RATING-LETTER(LEVEL-I) = PB-RISK-RATING
               MOVE LEVEL-I TO OLD-LEVEL
           END-IF.

      *    ONE ACTIVE LOAN: DAYS PAST DUE, LEVEL, THE NO-UPGRADE RULE,
      *    PROVISION, AND THE RATING BACK ON THE LOAN.
       RATE-ONE-LOAN                                            SECTION.
           ADD 1 TO LOANS-RATED
           PERFORM FIND-OLDEST-UNPAID-DUE

           IF OLDEST-DUE-DATE < MONTH-END-DATE
               COMPUTE DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(MONTH-END-DATE)
                   - FUNCTION INTEGER-OF-DATE(OLDEST-DUE-DATE)
           ELSE
               MOVE ZERO TO DAYS-PAST-DUE
           END-IF

           MOVE ZERO TO NEW-LEVEL
           PERFORM MATCH-DAYS-TO-LEVEL
               VARYING LEVEL-I FROM 1 BY 1
               UNTIL LEVEL-I > 9 OR NEW-LEVEL > ZERO

           MOVE ZERO TO OLD-LEVEL
           IF NOT LOAN-NOT-YET-RATED
               PERFORM MATCH-LOAN-RATING
                   VARYING LEVEL-I FROM 1 BY 1
                   UNTIL LEVEL-I > 9 OR OLD-LEVEL > ZERO
           END-IF

           IF LOAN-ARREARS-COUNT > ZERO AND NEW-LEVEL < OLD-LEVEL
               MOVE OLD-LEVEL TO NEW-LEVEL
               ADD 1 TO LOANS-HELD-IN-ARREARS
           END-IF
           IF OLD-LEVEL > ZERO AND NEW-LEVEL > OLD-LEVEL
               ADD 1 TO LOANS-DOWNGRADED
           END-IF
           IF OLD-LEVEL > ZERO AND NEW-LEVEL < OLD-LEVEL
               ADD 1 TO LOANS-UPGRADED
           END-IF

           COMPUTE OUTSTANDING-BALANCE =
               LOAN-INSTALLMENT * (LOAN-TERM-MONTHS - LOAN-PAID-COUNT)
           COMPUTE REQUIRED-PROVISION ROUNDED =
               OUTSTANDING-BALANCE * RATING-PERCENT(NEW-LEVEL) / 100

           MOVE RATING-LETTER(NEW-LEVEL) TO LOAN-RISK-RATING
           MOVE RATING-MONTH TO LOAN-RATING-MONTH
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not update loan " LOAN-NUMBER
                       ", file status: " LOAN-MASTER-STATUS
           END-REWRITE

      *    THE PROVISION LANDS ON THE BOOKS OF THE BORROWER'S HOME
      *    BRANCH, SAME AS BAT12 FILES A BATCH POSTING.
           MOVE LOAN-ACCOUNT-NUMBER TO ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT
           IF ACCOUNT-RESOLVE-FOUND
               MOVE CLIENT-BRANCH-CODE TO WORK-BRANCH
           ELSE
               MOVE ZERO TO WORK-BRANCH
           END-IF
           PERFORM FIND-BRANCH-SLOT
           IF BRANCH-SLOT = ZERO
               ADD 1 TO SKIPPED-TABLE-FULL
               GO TO RATE-ONE-LOAN-EXIT
           END-IF

           ADD 1 TO BRT-LOAN-COUNT(BRANCH-SLOT NEW-LEVEL)
           ADD OUTSTANDING-BALANCE
               TO BRT-OUTSTANDING(BRANCH-SLOT NEW-LEVEL)
           ADD REQUIRED-PROVISION
               TO BRT-PROVISION(BRANCH-SLOT NEW-LEVEL)
           ADD REQUIRED-PROVISION TO REQUIRED-GRAND-TOTAL.

       RATE-ONE-LOAN-EXIT.
           EXIT.

      *    BAT16 ROLLS LOAN-NEXT-DUE-DATE FORWARD EVERY MONTH WHETHER
      *    OR NOT THE INSTALLMENT COLLECTED, SO THE OLDEST UNPAID ONE
      *    FELL DUE LOAN-ARREARS-COUNT MONTHS EARLIER ON THE SAME DAY.
       FIND-OLDEST-UNPAID-DUE                                   SECTION.
           IF LOAN-ARREARS-COUNT = ZERO
               MOVE LOAN-NEXT-DUE-DATE TO OLDEST-DUE-DATE
               GO TO FIND-OLDEST-UNPAID-DUE-EXIT
           END-IF

           COMPUTE DUE-YEAR =
               FUNCTION NUMVAL(LOAN-NEXT-DUE-DATE(1:4))
           COMPUTE DUE-MONTH =
               FUNCTION NUMVAL(LOAN-NEXT-DUE-DATE(5:2))
           COMPUTE DUE-DAY =
               FUNCTION NUMVAL(LOAN-NEXT-DUE-DATE(7:2))
           COMPUTE MONTH-SERIAL =
               DUE-YEAR * 12 + DUE-MONTH - 1 - LOAN-ARREARS-COUNT
           DIVIDE MONTH-SERIAL BY 12 GIVING DUE-YEAR
               REMAINDER DUE-MONTH
           ADD 1 TO DUE-MONTH
           COMPUTE OLDEST-DUE-DATE =
               DUE-YEAR * 10000 + DUE-MONTH * 100 + DUE-DAY.

       FIND-OLDEST-UNPAID-DUE-EXIT.
           EXIT.

       MATCH-DAYS-TO-LEVEL                                      SECTION.
           IF DAYS-PAST-DUE <= RATING-MAX-DAYS(LEVEL-I)
               MOVE LEVEL-I TO NEW-LEVEL
           END-IF.

       MATCH-LOAN-RATING                                        SECTION.
           IF RATING-LETTER(LEVEL-I) = LOAN-RISK-RATING
               MOVE LEVEL-I TO OLD-LEVEL
           END-IF.

      *    FIND WORK-BRANCH IN THE BRANCH TABLE, ADDING IT (ALL
      *    LEVELS ZERO) IF NEW. BRANCH-SLOT ZERO ON RETURN MEANS THE
      *    TABLE IS FULL.
       FIND-BRANCH-SLOT                                         SECTION.
           MOVE ZERO TO BRANCH-SLOT
           PERFORM MATCH-BRANCH-SLOT
               VARYING BRANCH-I FROM 1 BY 1
               UNTIL BRANCH-I > BRANCH-TOTAL-COUNT
                   OR BRANCH-SLOT > ZERO

           IF BRANCH-SLOT = ZERO AND BRANCH-TOTAL-COUNT < 200
               ADD 1 TO BRANCH-TOTAL-COUNT
               MOVE BRANCH-TOTAL-COUNT TO BRANCH-SLOT
               MOVE WORK-BRANCH TO BRT-BRANCH(BRANCH-SLOT)
               PERFORM CLEAR-BRANCH-LEVEL
                   VARYING LEVEL-I FROM 1 BY 1
                   UNTIL LEVEL-I > 9
           END-IF.

       MATCH-BRANCH-SLOT                                        SECTION.
           IF BRT-BRANCH(BRANCH-I) = WORK-BRANCH
               MOVE BRANCH-I TO BRANCH-SLOT
           END-IF.

       CLEAR-BRANCH-LEVEL                                       SECTION.
           MOVE ZERO TO BRT-LOAN-COUNT(BRANCH-SLOT LEVEL-I)
           MOVE ZERO TO BRT-OUTSTANDING(BRANCH-SLOT LEVEL-I)
           MOVE ZERO TO BRT-PROVISION(BRANCH-SLOT LEVEL-I)
           MOVE ZERO TO BRT-PRIOR-PROVISION(BRANCH-SLOT LEVEL-I).

       WRITE-PROVISION-REPORT                                   SECTION.
           MOVE "BAT20" TO SPOOL-PROGRAM-ID
           MOVE "LOANPROV" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT PROVISION-REPORT

           MOVE RATING-MONTH TO RPT-TITLE-MONTH
           MOVE REPORT-TITLE-LINE TO PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           MOVE REPORT-HEADING-LINE TO PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-HEADING-LINE

           PERFORM WRITE-ONE-BRANCH
               VARYING BRANCH-I FROM 1 BY 1
               UNTIL BRANCH-I > BRANCH-TOTAL-COUNT

           MOVE SPACES TO PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "LOANS RATED:" TO RPT-COUNT-LABEL
           MOVE LOANS-RATED TO RPT-COUNT-VALUE
           MOVE REQUIRED-GRAND-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "LAST MONTH'S PROVISION:" TO RPT-COUNT-LABEL
           MOVE ZERO TO RPT-COUNT-VALUE
           MOVE PRIOR-GRAND-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "PROVISION BUILT:" TO RPT-COUNT-LABEL
           MOVE ZERO TO RPT-COUNT-VALUE
           MOVE BUILD-GRAND-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "PROVISION RELEASED:" TO RPT-COUNT-LABEL
           MOVE ZERO TO RPT-COUNT-VALUE
           MOVE RELEASE-GRAND-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "LOANS DOWNGRADED:" TO RPT-COUNT-LABEL
           MOVE LOANS-DOWNGRADED TO RPT-COUNT-VALUE
           MOVE ZERO TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "LOANS UPGRADED:" TO RPT-COUNT-LABEL
           MOVE LOANS-UPGRADED TO RPT-COUNT-VALUE
           MOVE ZERO TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "HELD IN ARREARS:" TO RPT-COUNT-LABEL
           MOVE LOANS-HELD-IN-ARREARS TO RPT-COUNT-VALUE
           MOVE ZERO TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           IF SKIPPED-TABLE-FULL > ZERO
               MOVE "SKIPPED, TABLE FULL:" TO RPT-COUNT-LABEL
               MOVE SKIPPED-TABLE-FULL TO RPT-COUNT-VALUE
               MOVE ZERO TO RPT-COUNT-AMOUNT
               MOVE REPORT-COUNT-LINE TO PROVISION-REPORT-LINE
               WRITE PROVISION-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF

           CLOSE PROVISION-REPORT
           PERFORM CATALOG-SPOOL-FILE.

      *    ONE LINE PER LEVEL THE BRANCH HAS LOANS OR LAST MONTH'S
      *    PROVISION IN, THEN THE BRANCH'S BUILD (+) OR RELEASE (-).
       WRITE-ONE-BRANCH                                         SECTION.
           MOVE ZERO TO BRANCH-REQUIRED
           MOVE ZERO TO BRANCH-PRIOR
           PERFORM WRITE-ONE-LEVEL
               VARYING LEVEL-I FROM 1 BY 1
               UNTIL LEVEL-I > 9

           COMPUTE BRANCH-MOVEMENT = BRANCH-REQUIRED - BRANCH-PRIOR
           IF BRANCH-MOVEMENT > ZERO
               ADD BRANCH-MOVEMENT TO BUILD-GRAND-TOTAL
           ELSE
               COMPUTE RELEASE-GRAND-TOTAL =
                   RELEASE-GRAND-TOTAL - BRANCH-MOVEMENT
           END-IF

           MOVE BRT-BRANCH(BRANCH-I) TO RPT-BRANCH-TOTAL
           MOVE BRANCH-REQUIRED TO RPT-BRANCH-REQUIRED
           MOVE BRANCH-MOVEMENT TO RPT-BRANCH-MOVEMENT
           MOVE REPORT-BRANCH-LINE TO PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-BRANCH-LINE.

       WRITE-ONE-LEVEL                                          SECTION.
           ADD BRT-PROVISION(BRANCH-I LEVEL-I) TO BRANCH-REQUIRED
           ADD BRT-PRIOR-PROVISION(BRANCH-I LEVEL-I) TO BRANCH-PRIOR
           IF BRT-LOAN-COUNT(BRANCH-I LEVEL-I) = ZERO
                   AND BRT-PRIOR-PROVISION(BRANCH-I LEVEL-I) = ZERO
               GO TO WRITE-ONE-LEVEL-EXIT
           END-IF

           MOVE BRT-BRANCH(BRANCH-I) TO RPT-BRANCH
           MOVE RATING-LETTER(LEVEL-I) TO RPT-RATING
           MOVE BRT-LOAN-COUNT(BRANCH-I LEVEL-I) TO RPT-LOANS
           MOVE BRT-OUTSTANDING(BRANCH-I LEVEL-I) TO RPT-OUTSTANDING
           MOVE BRT-PROVISION(BRANCH-I LEVEL-I) TO RPT-PROVISION
           MOVE BRT-PRIOR-PROVISION(BRANCH-I LEVEL-I) TO RPT-PRIOR
           MOVE REPORT-DETAIL-LINE TO PROVISION-REPORT-LINE
           WRITE PROVISION-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-DETAIL-LINE.

       WRITE-ONE-LEVEL-EXIT.
           EXIT.

      *    PER BRANCH, ONE DEBIT AND ONE CREDIT FOR THE NET MOVEMENT:
      *    A BUILD DEBITS PROVISION EXPENSE AND CREDITS THE
      *    ALLOWANCE, A RELEASE THE REVERSE. DATED THE LAST DAY OF
      *    THE MONTH.
       WRITE-GL-PROVISION                                       SECTION.
           OPEN OUTPUT GL-PROVISION
           PERFORM WRITE-ONE-GL-PAIR
               VARYING BRANCH-I FROM 1 BY 1
               UNTIL BRANCH-I > BRANCH-TOTAL-COUNT
           CLOSE GL-PROVISION.

       WRITE-ONE-GL-PAIR                                        SECTION.
           MOVE ZERO TO BRANCH-REQUIRED
           MOVE ZERO TO BRANCH-PRIOR
           PERFORM SUM-ONE-LEVEL
               VARYING LEVEL-I FROM 1 BY 1
               UNTIL LEVEL-I > 9
           COMPUTE BRANCH-MOVEMENT = BRANCH-REQUIRED - BRANCH-PRIOR
           IF BRANCH-MOVEMENT = ZERO
               GO TO WRITE-ONE-GL-PAIR-EXIT
           END-IF

           MOVE MONTH-END-DATE TO GLX-BUSINESS-DATE
           MOVE BRT-BRANCH(BRANCH-I) TO GLX-BRANCH-CODE
           IF BRANCH-MOVEMENT > ZERO
               MOVE BRANCH-MOVEMENT TO GL-MOVEMENT-AMOUNT
               MOVE PROVISION-EXPENSE-GL TO GLX-GL-ACCOUNT
           ELSE
               COMPUTE GL-MOVEMENT-AMOUNT = 0 - BRANCH-MOVEMENT
               MOVE PROVISION-ALLOWANCE-GL TO GLX-GL-ACCOUNT
           END-IF
           MOVE "D" TO GLX-SIDE
           MOVE GL-MOVEMENT-AMOUNT TO GLX-AMOUNT
           WRITE GL-EXTRACT-RECORD

           MOVE MONTH-END-DATE TO GLX-BUSINESS-DATE
           MOVE BRT-BRANCH(BRANCH-I) TO GLX-BRANCH-CODE
           IF BRANCH-MOVEMENT > ZERO
               MOVE PROVISION-ALLOWANCE-GL TO GLX-GL-ACCOUNT
           ELSE
               MOVE PROVISION-EXPENSE-GL TO GLX-GL-ACCOUNT
           END-IF
           MOVE "C" TO GLX-SIDE
           MOVE GL-MOVEMENT-AMOUNT TO GLX-AMOUNT
           WRITE GL-EXTRACT-RECORD.

       WRITE-ONE-GL-PAIR-EXIT.
           EXIT.

       SUM-ONE-LEVEL                                            SECTION.
           ADD BRT-PROVISION(BRANCH-I LEVEL-I) TO BRANCH-REQUIRED
           ADD BRT-PRIOR-PROVISION(BRANCH-I LEVEL-I) TO BRANCH-PRIOR.

      *    THIS MONTH'S PROVISION BECOMES NEXT MONTH'S STARTING POINT.
       SAVE-PROVISION-BALANCE                                   SECTION.
           OPEN OUTPUT PROVISION-BALANCE
           PERFORM SAVE-ONE-BRANCH
               VARYING BRANCH-I FROM 1 BY 1
               UNTIL BRANCH-I > BRANCH-TOTAL-COUNT
           CLOSE PROVISION-BALANCE.

       SAVE-ONE-BRANCH                                          SECTION.
           PERFORM SAVE-ONE-LEVEL
               VARYING LEVEL-I FROM 1 BY 1
               UNTIL LEVEL-I > 9.

       SAVE-ONE-LEVEL                                           SECTION.
           IF BRT-PROVISION(BRANCH-I LEVEL-I) > ZERO
               MOVE BRT-BRANCH(BRANCH-I) TO PB-BRANCH-CODE
               MOVE RATING-LETTER(LEVEL-I) TO PB-RISK-RATING
               MOVE BRT-PROVISION(BRANCH-I LEVEL-I) TO PB-PROVISION
               MOVE RATING-MONTH TO PB-MONTH
               WRITE PROVISION-BALANCE-RECORD
           END-IF.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTMFND.
           COPY LOANOPN.
           COPY RUNCGET.
           COPY RPTCWRT.
