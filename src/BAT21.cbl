       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         BAT21.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        DEPOSIT-GUARANTEE (FGC) COVERAGE PER CPF.
      *                    ROLLS EVERY ELIGIBLE BALANCE UP TO THE
      *                    DEPOSITOR'S CPF:
      *                    - THE IMPLICIT CLIENT-HASH CHECKING ACCOUNT
      *                      OF EVERY CUSTOMER NOT CLOSED;
      *                    - EVERY ACCOUNT-MASTER PRODUCT ACCOUNT NOT
      *                      CLOSED (CHECKING AS DEMAND, SAVINGS AS
      *                      SAVINGS);
      *                    - EVERY OPEN TERM-DEPOSIT CERTIFICATE, AT
      *                      PRINCIPAL PLUS ACCRUED EARNINGS.
      *                    A JOINT ACCOUNT (OR A CERTIFICATE BOOKED
      *                    FROM ONE) SPLITS EQUALLY BETWEEN THE
      *                    PRIMARY HOLDER AND ACCT-SECOND-HOLDER-CPF,
      *                    THE ODD CENT STAYING WITH THE PRIMARY. AN
      *                    OVERDRAWN ACCOUNT COUNTS AS ZERO -- IT IS
      *                    NOT NETTED AGAINST THE CUSTOMER'S OTHER
      *                    DEPOSITS -- AND LOANS ARE NOT DEPOSITS AND
      *                    NEVER ENTER. EACH CPF'S TOTAL IS COVERED UP
      *                    TO PARM-FGC-LIMIT (MAN9); THE REST IS THE
      *                    EXCESS. ONE FIXED-LAYOUT LINE PER CPF GOES
      *                    TO data/FGCCOV.DAT FOR THE REGULATOR, AND
      *                    THE SPOOLED REPORT LISTS THE DEPOSITORS AND
      *                    TOTALS BY THE DEPOSITOR'S HOME BRANCH (A
      *                    SECOND HOLDER WHO IS NOT A CUSTOMER FALLS
      *                    UNDER THE ACCOUNT'S BRANCH). RUN-CONTROLLED
      *                    PER BUSINESS DATE. RUN STANDALONE AFTER THE
      *                    NIGHTLY POSTING JOBS -- NOT ON THE MAN0
      *                    MENU.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY ACCTXSEL.
           COPY ACCTPSEL.
           COPY TDPSEL.
           COPY PARMSEL.
           COPY CALSEL.
           COPY RUNCSEL.
           SELECT FGC-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FGC-REPORT-STATUS.
           COPY RPTCSEL.
           SELECT FGC-COVERAGE-FILE
               ASSIGN TO "data/FGCCOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FGC-COVERAGE-STATUS.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENTREC.
       FD  ACCOUNT-MASTER.
           COPY ACCTMREC.
       FD  ACCOUNT-TXN.
           COPY ACCTXREC.
       FD  ACCOUNT-POSITION.
           COPY ACCTPREC.
       FD  TERM-DEPOSIT.
           COPY TDPREC.
       FD  PARAMETER-FILE.
           COPY PARMFD.
       FD  BANK-CALENDAR.
           COPY CALREC.
       FD  RUN-CONTROL.
           COPY RUNCREC.

       FD  FGC-REPORT.
       01  FGC-REPORT-LINE                    PIC X(80).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

      *    ONE LINE PER DEPOSITOR CPF.
       FD  FGC-COVERAGE-FILE.
       01  FGC-COVERAGE-RECORD.
           02  FCV-BUSINESS-DATE             PIC 9(8).
           02  FCV-CPF                       PIC 9(11).
           02  FCV-NAME                      PIC X(32).
           02  FCV-BRANCH-CODE               PIC 9(4).
           02  FCV-DEMAND-BALANCE            PIC 9(13)V99.
           02  FCV-SAVINGS-BALANCE           PIC 9(13)V99.
           02  FCV-TERM-BALANCE              PIC 9(13)V99.
           02  FCV-TOTAL-BALANCE             PIC 9(13)V99.
           02  FCV-COVERED-AMOUNT            PIC 9(13)V99.
           02  FCV-EXCESS-AMOUNT             PIC 9(13)V99.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY ACCTXSTA.
           COPY ACCTPSTA.
           COPY TDPSTA.
           COPY PARMSTA.
           COPY CALSTA.
           COPY PARMREC.
           COPY RUNCSTA.
           COPY RPTCSTA.
           COPY OPERSTA.
       77  FGC-REPORT-STATUS                  PIC XX.
       77  FGC-COVERAGE-STATUS                PIC XX.
       77  BUSINESS-DATE                      PIC 9(8).
      *    ONE CONTRIBUTION TO A CPF'S POSITION -- WHO, WHERE, HOW
      *    MUCH, AND WHETHER IT IS DEMAND ("D"), SAVINGS ("S") OR TERM
      *    ("T") MONEY.
       77  CONTRIB-CPF                        PIC 9(11).
       77  CONTRIB-NAME                       PIC X(32).
       77  CONTRIB-BRANCH                     PIC 9(4).
       77  CONTRIB-AMOUNT                     PIC 9(11)V99.
       77  CONTRIB-KIND                       PIC X.
           88  CONTRIB-IS-DEMAND                VALUE "D".
           88  CONTRIB-IS-SAVINGS               VALUE "S".
           88  CONTRIB-IS-TERM                  VALUE "T".
       77  CONTRIB-HOLDER-SW                  PIC X.
           88  CONTRIB-IS-OWN                   VALUE "O".
           88  CONTRIB-IS-JOINT                 VALUE "J".
      *    THE JOINT HOLDER OF THE ACCOUNT BEING ROLLED UP, IF ANY.
       77  JOINT-CPF                          PIC 9(11).
       77  JOINT-NAME                         PIC X(32).
       77  ELIGIBLE-AMOUNT                    PIC 9(11)V99.
       77  JOINT-SHARE                        PIC 9(11)V99.
       77  CPF-TOTAL                          PIC 9(13)V99.
       77  CPF-COVERED                        PIC 9(13)V99.
       77  CPF-EXCESS                         PIC 9(13)V99.
       77  BRANCH-I                           PIC 9(4).
       77  BRANCH-SLOT                        PIC 9(4).
       77  ACCOUNTS-ROLLED                    PIC 9(8) VALUE ZERO.
       77  CERTIFICATES-ROLLED                PIC 9(8) VALUE ZERO.
       77  SKIPPED-NO-CPF                     PIC 9(8) VALUE ZERO.
       77  SKIPPED-NO-OWNER                   PIC 9(8) VALUE ZERO.
       77  SKIPPED-TABLE-FULL                 PIC 9(8) VALUE ZERO.
       77  BRANCHES-DROPPED                   PIC 9(8) VALUE ZERO.
       77  BRANCHES-DROPPED-TOTAL             PIC 9(15)V99 VALUE ZERO.
       77  DEPOSITORS-REPORTED                PIC 9(8) VALUE ZERO.
       77  DEPOSITORS-OVER-LIMIT              PIC 9(8) VALUE ZERO.
       77  TOTAL-GRAND                        PIC 9(15)V99 VALUE ZERO.
       77  COVERED-GRAND                      PIC 9(15)V99 VALUE ZERO.
       77  EXCESS-GRAND                       PIC 9(15)V99 VALUE ZERO.
      *    EVERY DEPOSITOR SEEN, BY CPF -- SAME OCCURS DEPENDING ON /
      *    SEARCH SHAPE AS CLIENT-INDEX-TABLE.
       77  FGC-CPF-COUNT                      PIC 9(8) VALUE ZERO.
       77  FGC-CPF-SLOT                       PIC 9(8).
       01  FGC-CPF-TABLE.
           02  FGC-CPF-ENTRY                 OCCURS 0 TO 20000 TIMES
                                   DEPENDING ON FGC-CPF-COUNT
                                   INDEXED BY FGC-CPF-IX.
               03  FGT-CPF                   PIC 9(11).
               03  FGT-NAME                  PIC X(32).
               03  FGT-BRANCH                PIC 9(4).
               03  FGT-DEMAND                PIC 9(13)V99.
               03  FGT-SAVINGS               PIC 9(13)V99.
               03  FGT-TERM                  PIC 9(13)V99.
      *    TOTALS BY BRANCH -- TABLE SCAN LIKE BAT12'S GL-TOTAL-TABLE.
       01  BRANCH-TOTAL-TABLE.
           02  BRANCH-TOTAL-ENTRY            OCCURS 200 TIMES.
               03  BRT-BRANCH                PIC 9(4).
               03  BRT-DEPOSITORS            PIC 9(8).
               03  BRT-TOTAL                 PIC 9(15)V99.
               03  BRT-COVERED               PIC 9(15)V99.
               03  BRT-EXCESS                PIC 9(15)V99.
       77  BRANCH-TOTAL-COUNT                PIC 9(4) VALUE ZERO.
       01  REPORT-TITLE-LINE.
           02  FILLER                        PIC X(32) VALUE
               "FGC COVERAGE PER CPF -- DAY ".
           02  RPT-TITLE-DATE                PIC 9(8).
           02  FILLER                        PIC X(09) VALUE
               "  LIMIT ".
           02  RPT-TITLE-LIMIT               PIC Z(8)9.99.
       01  REPORT-HEADING-LINE.
           02  FILLER                        PIC X(13) VALUE
               "CPF".
           02  FILLER                        PIC X(08) VALUE
               "BRANCH".
           02  FILLER                        PIC X(17) VALUE
               "TOTAL".
           02  FILLER                        PIC X(17) VALUE
               "COVERED".
           02  FILLER                        PIC X(15) VALUE
               "EXCESS".
       01  REPORT-DETAIL-LINE.
           02  RPT-CPF                       PIC 9(11).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-BRANCH                    PIC 9(4).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-TOTAL                     PIC Z(12)9.99.
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-COVERED                   PIC Z(12)9.99.
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-EXCESS                    PIC Z(12)9.99.
       01  BRANCH-HEADING-LINE               PIC X(60) VALUE
           "TOTALS BY BRANCH -- BRANCH / DEPOSITORS / TOTAL / COVERED".
       01  REPORT-BRANCH-LINE.
           02  RPT-BRANCH-CODE               PIC 9(4).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-BRANCH-DEPOSITORS         PIC ZZZ,ZZ9.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-BRANCH-TOTAL              PIC Z(14)9.99.
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-BRANCH-COVERED            PIC Z(14)9.99.
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-BRANCH-EXCESS             PIC Z(14)9.99.
       01  REPORT-COUNT-LINE.
           02  RPT-COUNT-LABEL               PIC X(24).
           02  RPT-COUNT-VALUE               PIC ZZZ,ZZ9.
           02  FILLER                        PIC X(09) VALUE
               "  AMOUNT ".
           02  RPT-COUNT-AMOUNT              PIC Z(14)9.99.

       PROCEDURE                                               DIVISION.
       MAIN.
           DISPLAY "---------------------------------------------------"
           DISPLAY " FGC DEPOSIT-GUARANTEE COVERAGE PER CPF"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           DISPLAY "[?] Business day YYYYMMDD (0 for today):"
           ACCEPT BUSINESS-DATE
           IF BUSINESS-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO BUSINESS-DATE
           END-IF

           MOVE "BAT21" TO RUN-SEEK-JOB-NAME
           MOVE BUSINESS-DATE TO RUN-SEEK-DATE
           PERFORM CHECK-JOB-ALREADY-RUN
           IF RUN-ALREADY-DONE
               DISPLAY "[X] FGC coverage has already been produced "
                   "for business day " BUSINESS-DATE
               GOBACK
           END-IF

           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION
      *    THE NIGHTLY WINDOW RUNS SINGLE-STREAMED (SEE LOCKGET), SO
      *    THIS JOB MAY REBUILD STALE POSITION RECORDS AS IT READS.
           SET POSITION-REBUILD-ALLOWED TO TRUE
           PERFORM OPEN-TERM-DEPOSIT

      *    THREE PASSES, ONE FILE READ SEQUENTIALLY IN EACH, SO NO
      *    SEQUENTIAL READ IS EVER DISTURBED BY A KEYED ONE ON THE
      *    SAME FILE.
           PERFORM ROLL-UP-CLIENT-ACCOUNTS
           PERFORM ROLL-UP-PRODUCT-ACCOUNTS
           PERFORM ROLL-UP-TERM-DEPOSITS

           CLOSE CLIENT-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE ACCOUNT-TXN
           CLOSE ACCOUNT-POSITION
           CLOSE TERM-DEPOSIT

           PERFORM WRITE-COVERAGE-OUTPUT
           PERFORM RECORD-JOB-RUN

           DISPLAY ""
           DISPLAY "[!] Accounts rolled up: " ACCOUNTS-ROLLED
           DISPLAY "[!] Certificates rolled up: " CERTIFICATES-ROLLED
           DISPLAY "[!] Depositors reported: " DEPOSITORS-REPORTED
           DISPLAY "[!] Depositors over the limit: "
               DEPOSITORS-OVER-LIMIT
           IF SKIPPED-NO-CPF > ZERO
               DISPLAY "[X] Balances with no CPF on file: "
                   SKIPPED-NO-CPF
           END-IF
           IF SKIPPED-NO-OWNER > ZERO
               DISPLAY "[X] Balances with no customer on master: "
                   SKIPPED-NO-OWNER
           END-IF
           IF SKIPPED-TABLE-FULL > ZERO
               DISPLAY "[X] Balances skipped, depositor table full: "
                   SKIPPED-TABLE-FULL
           END-IF
           IF BRANCHES-DROPPED > ZERO
               DISPLAY "[X] Depositors left out of branch totals, "
                   "branch table full: " BRANCHES-DROPPED
           END-IF
           DISPLAY "[!] Coverage file written to data/FGCCOV.DAT"
           DISPLAY "[!] Report written to " SPOOL-FILE-NAME
           GOBACK.

      *    PASS 1 -- EACH CUSTOMER'S IMPLICIT CLIENT-HASH ACCOUNT. AN
      *    ACCOUNT-MASTER RECORD UNDER THE CUSTOMER'S OWN NUMBER IS
      *    THE ENROLLMENT RECORD MAN13 WRITES FOR IT (OVERDRAFT,
      *    SECOND HOLDER) AND IS WHERE ITS STATUS AND JOINT HOLDER
      *    LIVE.
       ROLL-UP-CLIENT-ACCOUNTS                                  SECTION.
           MOVE 1 TO CLIENT-MASTER-KEY
           START CLIENT-MASTER
                   KEY IS NOT LESS THAN CLIENT-MASTER-KEY
               INVALID KEY
                   SET CLIENT-MASTER-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL CLIENT-MASTER-NOT-FOUND
               READ CLIENT-MASTER NEXT RECORD
                   AT END
                       SET CLIENT-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       IF NOT CLIENT-STATUS-CLOSED
                           PERFORM ROLL-UP-ONE-CLIENT
                       END-IF
               END-READ
           END-PERFORM.

       ROLL-UP-ONE-CLIENT                                       SECTION.
           MOVE ZERO TO JOINT-CPF
           MOVE SPACES TO JOINT-NAME
           MOVE CLIENT-HASH TO ACCT-SEEK-NUMBER
           PERFORM ACCOUNT-MASTER-SEEK-NUMBER
           IF ACCOUNT-MASTER-SEEK-FOUND
               IF ACCT-STATUS-CLOSED
                   GO TO ROLL-UP-ONE-CLIENT-EXIT
               END-IF
               IF ACCT-SECOND-HOLDER-CPF NUMERIC
                       AND ACCT-SECOND-HOLDER-CPF > ZERO
                   MOVE ACCT-SECOND-HOLDER-CPF TO JOINT-CPF
                   MOVE ACCT-SECOND-HOLDER-NAME TO JOINT-NAME
               END-IF
           END-IF

           MOVE CLIENT-HASH TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           IF TXN-SEEK-BALANCE > ZERO
               MOVE TXN-SEEK-BALANCE TO ELIGIBLE-AMOUNT
           ELSE
               MOVE ZERO TO ELIGIBLE-AMOUNT
           END-IF

           SET CONTRIB-IS-DEMAND TO TRUE
           PERFORM SPLIT-AND-CONTRIBUTE
           ADD 1 TO ACCOUNTS-ROLLED.

       ROLL-UP-ONE-CLIENT-EXIT.
           EXIT.

      *    PASS 2 -- PRODUCT ACCOUNTS. ENROLLMENT RECORDS FOR IMPLICIT
      *    ACCOUNTS WERE COUNTED IN PASS 1 AND ARE SKIPPED HERE.
       ROLL-UP-PRODUCT-ACCOUNTS                                 SECTION.
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
                       IF NOT ACCT-STATUS-CLOSED
                               AND ACCT-NUMBER NOT = ACCT-CLIENT-HASH
                           PERFORM ROLL-UP-ONE-PRODUCT
                       END-IF
               END-READ
           END-PERFORM.

       ROLL-UP-ONE-PRODUCT                                      SECTION.
           MOVE ACCT-CLIENT-HASH TO CLIENT-SEEK-HASH
           PERFORM CLIENT-MASTER-SEEK-HASH
           IF CLIENT-MASTER-SEEK-NOT-FOUND
               ADD 1 TO SKIPPED-NO-OWNER
               GO TO ROLL-UP-ONE-PRODUCT-EXIT
           END-IF

           MOVE ZERO TO JOINT-CPF
           MOVE SPACES TO JOINT-NAME
           IF ACCT-SECOND-HOLDER-CPF NUMERIC
                   AND ACCT-SECOND-HOLDER-CPF > ZERO
               MOVE ACCT-SECOND-HOLDER-CPF TO JOINT-CPF
               MOVE ACCT-SECOND-HOLDER-NAME TO JOINT-NAME
           END-IF

           MOVE ACCT-NUMBER TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           IF TXN-SEEK-BALANCE > ZERO
               MOVE TXN-SEEK-BALANCE TO ELIGIBLE-AMOUNT
           ELSE
               MOVE ZERO TO ELIGIBLE-AMOUNT
           END-IF

           IF ACCT-IS-SAVINGS
               SET CONTRIB-IS-SAVINGS TO TRUE
           ELSE
               SET CONTRIB-IS-DEMAND TO TRUE
           END-IF
           PERFORM SPLIT-AND-CONTRIBUTE
           ADD 1 TO ACCOUNTS-ROLLED.

       ROLL-UP-ONE-PRODUCT-EXIT.
           EXIT.

      *    PASS 3 -- OPEN CERTIFICATES, OWNED (AND SPLIT) LIKE THE
      *    ACCOUNT THEY WERE BOOKED FROM.
       ROLL-UP-TERM-DEPOSITS                                    SECTION.
           PERFORM UNTIL TERM-DEPOSIT-NOT-FOUND
               READ TERM-DEPOSIT NEXT RECORD
                   AT END
                       SET TERM-DEPOSIT-NOT-FOUND TO TRUE
                   NOT AT END
                       IF TDP-STATUS-OPEN
                           PERFORM ROLL-UP-ONE-CERTIFICATE
                       END-IF
               END-READ
           END-PERFORM.

       ROLL-UP-ONE-CERTIFICATE                                  SECTION.
           MOVE TDP-ACCOUNT-NUMBER TO ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT
           IF ACCOUNT-RESOLVE-NOT-FOUND
               ADD 1 TO SKIPPED-NO-OWNER
               GO TO ROLL-UP-ONE-CERTIFICATE-EXIT
           END-IF

           MOVE ACCOUNT-RESOLVE-SECOND-CPF TO JOINT-CPF
           MOVE ACCOUNT-RESOLVE-SECOND-NAME TO JOINT-NAME
           COMPUTE ELIGIBLE-AMOUNT = TDP-PRINCIPAL + TDP-ACCRUED
           SET CONTRIB-IS-TERM TO TRUE
           PERFORM SPLIT-AND-CONTRIBUTE
           ADD 1 TO CERTIFICATES-ROLLED.

       ROLL-UP-ONE-CERTIFICATE-EXIT.
           EXIT.

      *    THE CLIENT-MASTER FD RECORD HOLDS THE PRIMARY HOLDER,
      *    JOINT-CPF THE SECOND ONE (ZERO WHEN HELD ALONE). A JOINT
      *    BALANCE IS HALVED, THE ODD CENT STAYING WITH THE PRIMARY.
       SPLIT-AND-CONTRIBUTE                                     SECTION.
           IF JOINT-CPF > ZERO
               COMPUTE JOINT-SHARE = ELIGIBLE-AMOUNT / 2
           ELSE
               MOVE ZERO TO JOINT-SHARE
           END-IF

           MOVE CLIENT-CPF TO CONTRIB-CPF
           MOVE CLIENT-NAME TO CONTRIB-NAME
           MOVE CLIENT-BRANCH-CODE TO CONTRIB-BRANCH
           SET CONTRIB-IS-OWN TO TRUE
           COMPUTE CONTRIB-AMOUNT = ELIGIBLE-AMOUNT - JOINT-SHARE
           PERFORM CONTRIBUTE-TO-CPF

           IF JOINT-CPF > ZERO
               MOVE JOINT-CPF TO CONTRIB-CPF
               MOVE JOINT-NAME TO CONTRIB-NAME
               MOVE CLIENT-BRANCH-CODE TO CONTRIB-BRANCH
               SET CONTRIB-IS-JOINT TO TRUE
               MOVE JOINT-SHARE TO CONTRIB-AMOUNT
               PERFORM CONTRIBUTE-TO-CPF
           END-IF.

      *    ADD ONE CONTRIBUTION TO ITS CPF, OPENING THE CPF'S ENTRY
      *    THE FIRST TIME IT IS SEEN. A CPF CAN FIRST BE MET AS AN
      *    EARLIER CUSTOMER'S SECOND HOLDER, WHEN THE ENTRY OPENS
      *    WITH THE JOINT NAME AND THE PRIMARY'S BRANCH; THE FIRST
      *    CONTRIBUTION FROM THE CPF'S OWN CLIENT RECORD REPLACES
      *    BOTH WITH THE CUSTOMER'S OWN NAME AND HOME BRANCH.
       CONTRIBUTE-TO-CPF                                        SECTION.
           IF CONTRIB-CPF = ZERO
               IF CONTRIB-AMOUNT > ZERO
                   ADD 1 TO SKIPPED-NO-CPF
               END-IF
               GO TO CONTRIBUTE-TO-CPF-EXIT
           END-IF

           MOVE ZERO TO FGC-CPF-SLOT
           IF FGC-CPF-COUNT > ZERO
               SET FGC-CPF-IX TO 1
               SEARCH FGC-CPF-ENTRY
                   AT END
                       CONTINUE
                   WHEN FGT-CPF(FGC-CPF-IX) = CONTRIB-CPF
                       SET FGC-CPF-SLOT TO FGC-CPF-IX
               END-SEARCH
           END-IF

           IF FGC-CPF-SLOT = ZERO
               IF FGC-CPF-COUNT < 20000
                   ADD 1 TO FGC-CPF-COUNT
                   MOVE FGC-CPF-COUNT TO FGC-CPF-SLOT
                   MOVE CONTRIB-CPF TO FGT-CPF(FGC-CPF-SLOT)
                   MOVE CONTRIB-NAME TO FGT-NAME(FGC-CPF-SLOT)
                   MOVE CONTRIB-BRANCH TO FGT-BRANCH(FGC-CPF-SLOT)
                   MOVE ZERO TO FGT-DEMAND(FGC-CPF-SLOT)
                   MOVE ZERO TO FGT-SAVINGS(FGC-CPF-SLOT)
                   MOVE ZERO TO FGT-TERM(FGC-CPF-SLOT)
               ELSE
                   ADD 1 TO SKIPPED-TABLE-FULL
                   GO TO CONTRIBUTE-TO-CPF-EXIT
               END-IF
           END-IF

           IF CONTRIB-IS-OWN
               MOVE CONTRIB-NAME TO FGT-NAME(FGC-CPF-SLOT)
               MOVE CONTRIB-BRANCH TO FGT-BRANCH(FGC-CPF-SLOT)
           END-IF

           EVALUATE TRUE
               WHEN CONTRIB-IS-SAVINGS
                   ADD CONTRIB-AMOUNT TO FGT-SAVINGS(FGC-CPF-SLOT)
               WHEN CONTRIB-IS-TERM
                   ADD CONTRIB-AMOUNT TO FGT-TERM(FGC-CPF-SLOT)
               WHEN OTHER
                   ADD CONTRIB-AMOUNT TO FGT-DEMAND(FGC-CPF-SLOT)
           END-EVALUATE.

       CONTRIBUTE-TO-CPF-EXIT.
           EXIT.

       WRITE-COVERAGE-OUTPUT                                    SECTION.
           MOVE "BAT21" TO SPOOL-PROGRAM-ID
           MOVE "FGCCOV" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT FGC-REPORT
           OPEN OUTPUT FGC-COVERAGE-FILE

           MOVE BUSINESS-DATE TO RPT-TITLE-DATE
           MOVE PARM-FGC-LIMIT TO RPT-TITLE-LIMIT
           MOVE REPORT-TITLE-LINE TO FGC-REPORT-LINE
           WRITE FGC-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           MOVE REPORT-HEADING-LINE TO FGC-REPORT-LINE
           WRITE FGC-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-HEADING-LINE

           PERFORM WRITE-ONE-DEPOSITOR
               VARYING FGC-CPF-SLOT FROM 1 BY 1
               UNTIL FGC-CPF-SLOT > FGC-CPF-COUNT

           MOVE SPACES TO FGC-REPORT-LINE
           WRITE FGC-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           MOVE BRANCH-HEADING-LINE TO FGC-REPORT-LINE
           WRITE FGC-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           PERFORM WRITE-ONE-BRANCH-TOTAL
               VARYING BRANCH-I FROM 1 BY 1
               UNTIL BRANCH-I > BRANCH-TOTAL-COUNT

           MOVE SPACES TO FGC-REPORT-LINE
           WRITE FGC-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "DEPOSITORS / TOTAL:" TO RPT-COUNT-LABEL
           MOVE DEPOSITORS-REPORTED TO RPT-COUNT-VALUE
           MOVE TOTAL-GRAND TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO FGC-REPORT-LINE
           WRITE FGC-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "COVERED:" TO RPT-COUNT-LABEL
           MOVE DEPOSITORS-REPORTED TO RPT-COUNT-VALUE
           MOVE COVERED-GRAND TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO FGC-REPORT-LINE
           WRITE FGC-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "OVER LIMIT / EXCESS:" TO RPT-COUNT-LABEL
           MOVE DEPOSITORS-OVER-LIMIT TO RPT-COUNT-VALUE
           MOVE EXCESS-GRAND TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO FGC-REPORT-LINE
           WRITE FGC-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           IF SKIPPED-NO-CPF > ZERO
               MOVE "SKIPPED, NO CPF:" TO RPT-COUNT-LABEL
               MOVE SKIPPED-NO-CPF TO RPT-COUNT-VALUE
               MOVE ZERO TO RPT-COUNT-AMOUNT
               MOVE REPORT-COUNT-LINE TO FGC-REPORT-LINE
               WRITE FGC-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF
           IF SKIPPED-NO-OWNER > ZERO
               MOVE "SKIPPED, NO CUSTOMER:" TO RPT-COUNT-LABEL
               MOVE SKIPPED-NO-OWNER TO RPT-COUNT-VALUE
               MOVE ZERO TO RPT-COUNT-AMOUNT
               MOVE REPORT-COUNT-LINE TO FGC-REPORT-LINE
               WRITE FGC-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF
           IF SKIPPED-TABLE-FULL > ZERO
               MOVE "SKIPPED, TABLE FULL:" TO RPT-COUNT-LABEL
               MOVE SKIPPED-TABLE-FULL TO RPT-COUNT-VALUE
               MOVE ZERO TO RPT-COUNT-AMOUNT
               MOVE REPORT-COUNT-LINE TO FGC-REPORT-LINE
               WRITE FGC-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF
           IF BRANCHES-DROPPED > ZERO
               MOVE "LEFT OUT, BRANCHES FULL:" TO RPT-COUNT-LABEL
               MOVE BRANCHES-DROPPED TO RPT-COUNT-VALUE
               MOVE BRANCHES-DROPPED-TOTAL TO RPT-COUNT-AMOUNT
               MOVE REPORT-COUNT-LINE TO FGC-REPORT-LINE
               WRITE FGC-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF

           CLOSE FGC-COVERAGE-FILE
           CLOSE FGC-REPORT
           PERFORM CATALOG-SPOOL-FILE.

      *    A DEPOSITOR WITH NOTHING ELIGIBLE (EVERY ACCOUNT EMPTY OR
      *    OVERDRAWN) HAS NOTHING TO GUARANTEE AND IS LEFT OUT.
       WRITE-ONE-DEPOSITOR                                      SECTION.
           COMPUTE CPF-TOTAL = FGT-DEMAND(FGC-CPF-SLOT)
               + FGT-SAVINGS(FGC-CPF-SLOT) + FGT-TERM(FGC-CPF-SLOT)
           IF CPF-TOTAL = ZERO
               GO TO WRITE-ONE-DEPOSITOR-EXIT
           END-IF

           IF CPF-TOTAL > PARM-FGC-LIMIT
               MOVE PARM-FGC-LIMIT TO CPF-COVERED
               COMPUTE CPF-EXCESS = CPF-TOTAL - PARM-FGC-LIMIT
               ADD 1 TO DEPOSITORS-OVER-LIMIT
           ELSE
               MOVE CPF-TOTAL TO CPF-COVERED
               MOVE ZERO TO CPF-EXCESS
           END-IF
           ADD 1 TO DEPOSITORS-REPORTED
           ADD CPF-TOTAL TO TOTAL-GRAND
           ADD CPF-COVERED TO COVERED-GRAND
           ADD CPF-EXCESS TO EXCESS-GRAND

           MOVE BUSINESS-DATE TO FCV-BUSINESS-DATE
           MOVE FGT-CPF(FGC-CPF-SLOT) TO FCV-CPF
           MOVE FGT-NAME(FGC-CPF-SLOT) TO FCV-NAME
           MOVE FGT-BRANCH(FGC-CPF-SLOT) TO FCV-BRANCH-CODE
           MOVE FGT-DEMAND(FGC-CPF-SLOT) TO FCV-DEMAND-BALANCE
           MOVE FGT-SAVINGS(FGC-CPF-SLOT) TO FCV-SAVINGS-BALANCE
           MOVE FGT-TERM(FGC-CPF-SLOT) TO FCV-TERM-BALANCE
           MOVE CPF-TOTAL TO FCV-TOTAL-BALANCE
           MOVE CPF-COVERED TO FCV-COVERED-AMOUNT
           MOVE CPF-EXCESS TO FCV-EXCESS-AMOUNT
           WRITE FGC-COVERAGE-RECORD

           MOVE FGT-CPF(FGC-CPF-SLOT) TO RPT-CPF
           MOVE FGT-BRANCH(FGC-CPF-SLOT) TO RPT-BRANCH
           MOVE CPF-TOTAL TO RPT-TOTAL
           MOVE CPF-COVERED TO RPT-COVERED
           MOVE CPF-EXCESS TO RPT-EXCESS
           MOVE REPORT-DETAIL-LINE TO FGC-REPORT-LINE
           WRITE FGC-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           PERFORM ADD-TO-BRANCH-TOTAL.

       WRITE-ONE-DEPOSITOR-EXIT.
           EXIT.

       ADD-TO-BRANCH-TOTAL                                      SECTION.
           MOVE ZERO TO BRANCH-SLOT
           PERFORM MATCH-BRANCH-SLOT
               VARYING BRANCH-I FROM 1 BY 1
               UNTIL BRANCH-I > BRANCH-TOTAL-COUNT
                   OR BRANCH-SLOT > ZERO

           IF BRANCH-SLOT = ZERO
               IF BRANCH-TOTAL-COUNT < 200
                   ADD 1 TO BRANCH-TOTAL-COUNT
                   MOVE BRANCH-TOTAL-COUNT TO BRANCH-SLOT
                   MOVE FGT-BRANCH(FGC-CPF-SLOT)
                       TO BRT-BRANCH(BRANCH-SLOT)
                   MOVE ZERO TO BRT-DEPOSITORS(BRANCH-SLOT)
                   MOVE ZERO TO BRT-TOTAL(BRANCH-SLOT)
                   MOVE ZERO TO BRT-COVERED(BRANCH-SLOT)
                   MOVE ZERO TO BRT-EXCESS(BRANCH-SLOT)
               ELSE
                   ADD 1 TO BRANCHES-DROPPED
                   ADD CPF-TOTAL TO BRANCHES-DROPPED-TOTAL
                   GO TO ADD-TO-BRANCH-TOTAL-EXIT
               END-IF
           END-IF

           ADD 1 TO BRT-DEPOSITORS(BRANCH-SLOT)
           ADD CPF-TOTAL TO BRT-TOTAL(BRANCH-SLOT)
           ADD CPF-COVERED TO BRT-COVERED(BRANCH-SLOT)
           ADD CPF-EXCESS TO BRT-EXCESS(BRANCH-SLOT).

       ADD-TO-BRANCH-TOTAL-EXIT.
           EXIT.

       MATCH-BRANCH-SLOT                                        SECTION.
           IF BRT-BRANCH(BRANCH-I) = FGT-BRANCH(FGC-CPF-SLOT)
               MOVE BRANCH-I TO BRANCH-SLOT
           END-IF.

       WRITE-ONE-BRANCH-TOTAL                                   SECTION.
           MOVE BRT-BRANCH(BRANCH-I) TO RPT-BRANCH-CODE
           MOVE BRT-DEPOSITORS(BRANCH-I) TO RPT-BRANCH-DEPOSITORS
           MOVE BRT-TOTAL(BRANCH-I) TO RPT-BRANCH-TOTAL
           MOVE BRT-COVERED(BRANCH-I) TO RPT-BRANCH-COVERED
           MOVE BRT-EXCESS(BRANCH-I) TO RPT-BRANCH-EXCESS
           MOVE REPORT-BRANCH-LINE TO FGC-REPORT-LINE
           WRITE FGC-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-BRANCH-LINE.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTMFND.
           COPY ACCTXOPN.
           COPY ACCTXFND.
           COPY ACCTPOPN.
           COPY ACCTPUPD.
           COPY TDPOPN.
           COPY PARMGET.
           COPY CALGET.
           COPY RUNCGET.
           COPY RPTCWRT.
