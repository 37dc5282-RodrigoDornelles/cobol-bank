       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         MAN29.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        ACCOUNT BALANCE HISTORY -- TWELVE MONTHS OF
      *                    ONE ACCOUNT OFF THE MONTH-END SNAPSHOTS
      *                    BAT26 TAKES (data/BALSNAP.DAT, SNPREC.CPY),
      *                    SO THE LOAN OFFICER SEES A CUSTOMER'S
      *                    CLOSING, AVERAGE, LOWEST AND HIGHEST
      *                    BALANCE AND DAYS OVERDRAWN MONTH BY MONTH
      *                    WITHOUT A LEDGER REPLAY. SHOWS THE MONTHS
      *                    ON SCREEN, WITH THE TWELVE-MONTH AVERAGE
      *                    AND THE OVERDRAWN COUNT UNDER THEM, AND ON
      *                    REQUEST SPOOLS THE SAME AS A BALANCE-TREND
      *                    REPORT (BALTREND) FOR THE CREDIT FILE. A
      *                    MONTH WITH NO SNAPSHOT -- NOT YET TAKEN, OR
      *                    THE ACCOUNT WAS NOT OPEN OR SAT AT ZERO --
      *                    SAYS SO AND COUNTS FOR NOTHING. READ-ONLY;
      *                    OPEN TO EVERY OPERATOR LIKE MAN5.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY SNPSEL.
           SELECT TREND-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TREND-REPORT-STATUS.
           COPY RPTCSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENTREC.
       FD  ACCOUNT-MASTER.
           COPY ACCTMREC.
       FD  BALANCE-SNAPSHOT.
           COPY SNPREC.

       FD  TREND-REPORT.
       01  TREND-REPORT-LINE                  PIC X(80).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY SNPSTA.
           COPY RPTCSTA.
           COPY OPERSTA.
       77  TREND-REPORT-STATUS                PIC XX.
       77  TODAY-YYYYMMDD                     PIC 9(8).
       77  INP-LAST-MONTH                     PIC 9(6).
       77  INP-PRINT                          PIC X.
           88  INP-PRINT-REPORT                 VALUE "Y" "y".
      *    WHERE THE TREND LINES GO -- THE SCREEN, OR THE REPORT.
       77  EMIT-MODE-SW                       PIC X.
           88  EMIT-TO-SCREEN                   VALUE "S".
           88  EMIT-TO-REPORT                   VALUE "P".
       77  EMIT-LINE                          PIC X(80).
       77  TREND-SLOT                         PIC 9(2).
       77  MONTHS-FOUND                       PIC 9(2).
       77  MONTHS-OVERDRAWN                   PIC 9(2).
       77  DAYS-OVERDRAWN-TOTAL               PIC 9(3).
       77  AVERAGE-SUM                        PIC S9(11)V99.
       77  AVERAGE-OF-AVERAGES                PIC S9(9)V99.
       77  LOWEST-MINIMUM                     PIC S9(9)V99.
      *    THE TWELVE MONTHS, OLDEST FIRST.
       01  TREND-TABLE.
           02  TREND-ROW                     OCCURS 12 TIMES.
               03  TR-MONTH                  PIC 9(6).
               03  TR-FOUND-SW               PIC X.
                   88  TR-FOUND                VALUE "Y".
               03  TR-CLOSING                PIC S9(9)V99.
               03  TR-AVERAGE                PIC S9(9)V99.
               03  TR-MINIMUM                PIC S9(9)V99.
               03  TR-MAXIMUM                PIC S9(9)V99.
               03  TR-DAYS-OVERDRAWN         PIC 9(2).
               03  TR-POSTINGS               PIC 9(5).
       01  TREND-HEADING-LINE.
           02  FILLER                        PIC X(08) VALUE
               "MONTH".
           02  FILLER                        PIC X(14) VALUE
               "     CLOSING".
           02  FILLER                        PIC X(14) VALUE
               "     AVERAGE".
           02  FILLER                        PIC X(14) VALUE
               "     MINIMUM".
           02  FILLER                        PIC X(14) VALUE
               "     MAXIMUM".
           02  FILLER                        PIC X(04) VALUE
               "OD".
           02  FILLER                        PIC X(05) VALUE
               "POSTS".
       01  TREND-DETAIL-LINE.
           02  TD-MONTH                      PIC 9(6).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  TD-CLOSING                    PIC Z(7)9.99-.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  TD-AVERAGE                    PIC Z(7)9.99-.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  TD-MINIMUM                    PIC Z(7)9.99-.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  TD-MAXIMUM                    PIC Z(7)9.99-.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  TD-DAYS-OVERDRAWN             PIC Z9.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  TD-POSTINGS                   PIC ZZZZ9.
       01  TREND-MISSING-LINE.
           02  TM-MONTH                      PIC 9(6).
           02  FILLER                        PIC X(22) VALUE
               "  NO SNAPSHOT ON FILE".
       01  TREND-HEADER-LINE.
           02  TH-LABEL                      PIC X(16).
           02  TH-VALUE                      PIC X(32).
       01  TREND-SUMMARY-LINE.
           02  TS-LABEL                      PIC X(32).
           02  TS-AMOUNT                     PIC Z(7)9.99-.
       01  TREND-COUNT-LINE.
           02  TC-LABEL                      PIC X(32).
           02  TC-COUNT                      PIC ZZ9.
           02  FILLER                        PIC X(04) VALUE " OF ".
           02  TC-OUT-OF                     PIC Z9.
       77  EDITED-ACCOUNT                     PIC 9(10).
       01  EDITED-PERIOD.
           02  EP-FIRST                      PIC 9(6).
           02  FILLER                        PIC X(04) VALUE " TO ".
           02  EP-LAST                       PIC 9(6).

       LINKAGE                                                  SECTION.
       77  LK-OPERATOR-ID                      PIC X(10).
       77  LK-OPERATOR-BRANCH                  PIC 9(4).

       PROCEDURE                                                DIVISION
                                    USING LK-OPERATOR-ID
                                          LK-OPERATOR-BRANCH.
       MAIN.
           MOVE LK-OPERATOR-ID TO CURRENT-OPERATOR-ID
           MOVE LK-OPERATOR-BRANCH TO CURRENT-OPERATOR-BRANCH
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD

           DISPLAY "---------------------------------------------------"
           DISPLAY " ACCOUNT BALANCE HISTORY"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-BALANCE-SNAPSHOT

           DISPLAY "[?] Account ID:"
           ACCEPT ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT
           IF ACCOUNT-RESOLVE-NOT-FOUND
               DISPLAY "[X] No account on file for "
                   ACCOUNT-RESOLVE-NUMBER
               GO TO MAIN-CLOSE
           END-IF

           DISPLAY "[?] Last month of the trend YYYYMM "
               "(0 for last month):"
           ACCEPT INP-LAST-MONTH
           IF INP-LAST-MONTH = ZERO
               MOVE TODAY-YYYYMMDD(1:6) TO INP-LAST-MONTH
               PERFORM STEP-BACK-ONE-MONTH
           END-IF
           IF INP-LAST-MONTH(5:2) < "01" OR INP-LAST-MONTH(5:2) > "12"
               DISPLAY "[X] " INP-LAST-MONTH " is not a valid month."
               GO TO MAIN-CLOSE
           END-IF

           PERFORM BUILD-TREND-MONTHS
           PERFORM LOAD-ACCOUNT-SNAPSHOTS
           PERFORM SUMMARIZE-TREND

           DISPLAY "[!] Customer: " CLIENT-NAME
           IF ACCOUNT-RESOLVE-SECOND-CPF > ZERO
               DISPLAY "[!] Joint holder: "
                   ACCOUNT-RESOLVE-SECOND-NAME
           END-IF
           DISPLAY ""
           SET EMIT-TO-SCREEN TO TRUE
           PERFORM EMIT-TREND

           IF MONTHS-FOUND = ZERO
               DISPLAY "[!] No snapshot on file for this account in "
                   "the period."
               GO TO MAIN-CLOSE
           END-IF

           DISPLAY "[?] Print the 12-month trend report (Y/N):"
           ACCEPT INP-PRINT
           IF INP-PRINT-REPORT
               PERFORM PRINT-TREND-REPORT
           END-IF.

       MAIN-CLOSE.
           CLOSE CLIENT-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE BALANCE-SNAPSHOT
           GOBACK.

      *    INP-LAST-MONTH BECOMES THE MONTH BEFORE IT.
       STEP-BACK-ONE-MONTH                                      SECTION.
           IF INP-LAST-MONTH(5:2) = "01"
               SUBTRACT 89 FROM INP-LAST-MONTH
           ELSE
               SUBTRACT 1 FROM INP-LAST-MONTH
           END-IF.

      *    TWELVE MONTHS ENDING WITH THE ONE ASKED FOR, OLDEST FIRST.
       BUILD-TREND-MONTHS                                       SECTION.
           INITIALIZE TREND-TABLE
           MOVE INP-LAST-MONTH TO EP-LAST
           PERFORM VARYING TREND-SLOT FROM 12 BY -1
                   UNTIL TREND-SLOT < 1
               MOVE INP-LAST-MONTH TO TR-MONTH(TREND-SLOT)
               MOVE "N" TO TR-FOUND-SW(TREND-SLOT)
               PERFORM STEP-BACK-ONE-MONTH
           END-PERFORM
           MOVE TR-MONTH(1) TO EP-FIRST
           MOVE EP-LAST TO INP-LAST-MONTH.

       LOAD-ACCOUNT-SNAPSHOTS                                   SECTION.
           MOVE 1 TO BALANCE-SNAPSHOT-KEY
           START BALANCE-SNAPSHOT
                   KEY IS NOT LESS THAN BALANCE-SNAPSHOT-KEY
               INVALID KEY
                   SET BALANCE-SNAPSHOT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET BALANCE-SNAPSHOT-OK TO TRUE
           END-START
           PERFORM UNTIL BALANCE-SNAPSHOT-NOT-FOUND
               READ BALANCE-SNAPSHOT NEXT RECORD
                   AT END
                       SET BALANCE-SNAPSHOT-NOT-FOUND TO TRUE
                   NOT AT END
                       IF SNP-ACCOUNT-NUMBER = ACCOUNT-RESOLVE-NUMBER
                               AND SNP-MONTH NOT < TR-MONTH(1)
                               AND SNP-MONTH NOT > TR-MONTH(12)
                           PERFORM TAKE-SNAPSHOT-MONTH
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-SNAPSHOT-MONTH                                      SECTION.
           PERFORM VARYING TREND-SLOT FROM 1 BY 1
                   UNTIL TREND-SLOT > 12
               IF TR-MONTH(TREND-SLOT) = SNP-MONTH
                   SET TR-FOUND(TREND-SLOT) TO TRUE
                   MOVE SNP-CLOSING-BALANCE TO TR-CLOSING(TREND-SLOT)
                   MOVE SNP-AVERAGE-BALANCE TO TR-AVERAGE(TREND-SLOT)
                   MOVE SNP-MINIMUM-BALANCE TO TR-MINIMUM(TREND-SLOT)
                   MOVE SNP-MAXIMUM-BALANCE TO TR-MAXIMUM(TREND-SLOT)
                   MOVE SNP-DAYS-OVERDRAWN
                       TO TR-DAYS-OVERDRAWN(TREND-SLOT)
                   MOVE SNP-POSTING-COUNT TO TR-POSTINGS(TREND-SLOT)
               END-IF
           END-PERFORM.

      *    THE AVERAGE OF THE MONTHS' AVERAGE BALANCES, THE LOWEST
      *    THE BALANCE WENT, AND HOW OFTEN IT WAS OVERDRAWN.
       SUMMARIZE-TREND                                          SECTION.
           MOVE ZERO TO MONTHS-FOUND
           MOVE ZERO TO MONTHS-OVERDRAWN
           MOVE ZERO TO DAYS-OVERDRAWN-TOTAL
           MOVE ZERO TO AVERAGE-SUM
           MOVE ZERO TO AVERAGE-OF-AVERAGES
           MOVE ZERO TO LOWEST-MINIMUM
           PERFORM VARYING TREND-SLOT FROM 1 BY 1
                   UNTIL TREND-SLOT > 12
               IF TR-FOUND(TREND-SLOT)
                   ADD 1 TO MONTHS-FOUND
                   ADD TR-AVERAGE(TREND-SLOT) TO AVERAGE-SUM
                   IF MONTHS-FOUND = 1
                           OR TR-MINIMUM(TREND-SLOT) < LOWEST-MINIMUM
                       MOVE TR-MINIMUM(TREND-SLOT) TO LOWEST-MINIMUM
                   END-IF
                   IF TR-DAYS-OVERDRAWN(TREND-SLOT) > ZERO
                       ADD 1 TO MONTHS-OVERDRAWN
                       ADD TR-DAYS-OVERDRAWN(TREND-SLOT)
                           TO DAYS-OVERDRAWN-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           IF MONTHS-FOUND > ZERO
               COMPUTE AVERAGE-OF-AVERAGES ROUNDED =
                   AVERAGE-SUM / MONTHS-FOUND
           END-IF.

      *    THE TWELVE MONTH LINES AND THE SUMMARY UNDER THEM, TO
      *    WHEREVER EMIT-MODE-SW POINTS.
       EMIT-TREND                                               SECTION.
           MOVE TREND-HEADING-LINE TO EMIT-LINE
           PERFORM EMIT-ONE-LINE
           PERFORM VARYING TREND-SLOT FROM 1 BY 1
                   UNTIL TREND-SLOT > 12
               IF TR-FOUND(TREND-SLOT)
                   MOVE TR-MONTH(TREND-SLOT) TO TD-MONTH
                   MOVE TR-CLOSING(TREND-SLOT) TO TD-CLOSING
                   MOVE TR-AVERAGE(TREND-SLOT) TO TD-AVERAGE
                   MOVE TR-MINIMUM(TREND-SLOT) TO TD-MINIMUM
                   MOVE TR-MAXIMUM(TREND-SLOT) TO TD-MAXIMUM
                   MOVE TR-DAYS-OVERDRAWN(TREND-SLOT)
                       TO TD-DAYS-OVERDRAWN
                   MOVE TR-POSTINGS(TREND-SLOT) TO TD-POSTINGS
                   MOVE TREND-DETAIL-LINE TO EMIT-LINE
               ELSE
                   MOVE TR-MONTH(TREND-SLOT) TO TM-MONTH
                   MOVE TREND-MISSING-LINE TO EMIT-LINE
               END-IF
               PERFORM EMIT-ONE-LINE
           END-PERFORM
           IF MONTHS-FOUND = ZERO
               GO TO EMIT-TREND-EXIT
           END-IF

           MOVE SPACES TO EMIT-LINE
           PERFORM EMIT-ONE-LINE
           MOVE "AVERAGE BALANCE, MONTHS ON FILE:" TO TS-LABEL
           MOVE AVERAGE-OF-AVERAGES TO TS-AMOUNT
           MOVE TREND-SUMMARY-LINE TO EMIT-LINE
           PERFORM EMIT-ONE-LINE
           MOVE "LOWEST BALANCE:" TO TS-LABEL
           MOVE LOWEST-MINIMUM TO TS-AMOUNT
           MOVE TREND-SUMMARY-LINE TO EMIT-LINE
           PERFORM EMIT-ONE-LINE
           MOVE "MONTHS OVERDRAWN AT ANY DAY-END:" TO TC-LABEL
           MOVE MONTHS-OVERDRAWN TO TC-COUNT
           MOVE MONTHS-FOUND TO TC-OUT-OF
           MOVE TREND-COUNT-LINE TO EMIT-LINE
           PERFORM EMIT-ONE-LINE
           MOVE "DAYS OVERDRAWN, MONTHS ON FILE:" TO TC-LABEL
           MOVE DAYS-OVERDRAWN-TOTAL TO TC-COUNT
           MOVE MONTHS-FOUND TO TC-OUT-OF
           MOVE TREND-COUNT-LINE TO EMIT-LINE
           PERFORM EMIT-ONE-LINE.

       EMIT-TREND-EXIT.
           EXIT.

       EMIT-ONE-LINE                                            SECTION.
           IF EMIT-TO-REPORT
               WRITE TREND-REPORT-LINE FROM EMIT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           ELSE
               DISPLAY EMIT-LINE
           END-IF.

       PRINT-TREND-REPORT                                       SECTION.
           MOVE "MAN29" TO SPOOL-PROGRAM-ID
           MOVE "BALTREND" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT TREND-REPORT
           SET EMIT-TO-REPORT TO TRUE

           MOVE "BALANCE TREND" TO EMIT-LINE
           PERFORM EMIT-ONE-LINE
           MOVE "CUSTOMER:" TO TH-LABEL
           MOVE CLIENT-NAME TO TH-VALUE
           MOVE TREND-HEADER-LINE TO EMIT-LINE
           PERFORM EMIT-ONE-LINE
           IF ACCOUNT-RESOLVE-SECOND-CPF > ZERO
               MOVE "JOINT WITH:" TO TH-LABEL
               MOVE ACCOUNT-RESOLVE-SECOND-NAME TO TH-VALUE
               MOVE TREND-HEADER-LINE TO EMIT-LINE
               PERFORM EMIT-ONE-LINE
           END-IF
           MOVE "ACCOUNT ID:" TO TH-LABEL
           MOVE ACCOUNT-RESOLVE-NUMBER TO EDITED-ACCOUNT
           MOVE EDITED-ACCOUNT TO TH-VALUE
           MOVE TREND-HEADER-LINE TO EMIT-LINE
           PERFORM EMIT-ONE-LINE
           MOVE "PERIOD:" TO TH-LABEL
           MOVE EDITED-PERIOD TO TH-VALUE
           MOVE TREND-HEADER-LINE TO EMIT-LINE
           PERFORM EMIT-ONE-LINE
           MOVE SPACES TO EMIT-LINE
           PERFORM EMIT-ONE-LINE

           PERFORM EMIT-TREND

           CLOSE TREND-REPORT
           PERFORM CATALOG-SPOOL-FILE
           DISPLAY "[!] Trend report written to " SPOOL-FILE-NAME.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTMFND.
           COPY SNPOPN.
           COPY RPTCWRT.
