       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         BAT17.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        NIGHTLY SISBAJUD JUDICIAL-BLOCK PROCESSING.
      *                    READS THE ORDER FILE THE COURTS' SISBAJUD
      *                    SYSTEM SENDS OVERNIGHT (data/SISBJIN.DAT,
      *                    ONE ORDER PER LINE) AND APPLIES IT TO THE
      *                    JUDICIAL-BLOCK FILE (JUDREC.CPY):
      *                    "B" BLOCK    -- FREEZE UP TO THE ORDERED
      *                                    AMOUNT OUT OF WHAT THE
      *                                    ACCOUNT HAS AVAILABLE
      *                                    (BALANCE LESS DEPOSIT
      *                                    HOLDS LESS WHAT OTHER
      *                                    ORDERS ALREADY FROZE --
      *                                    AN OVERDRAFT LIMIT IS THE
      *                                    BANK'S MONEY, NOT THE
      *                                    CUSTOMER'S, AND IS NEVER
      *                                    FROZEN). WHAT CANNOT BE
      *                                    COVERED LEAVES THE ORDER
      *                                    PARTIAL.
      *                    "R" RELEASE  -- LIFT THE ORDER; THE MONEY
      *                                    IS SPENDABLE AGAIN.
      *                    "T" TRANSFER -- MOVE THE FROZEN AMOUNT TO
      *                                    THE COURT'S JUDICIAL
      *                                    DEPOSIT AS A "J" LEDGER
      *                                    DEBIT.
      *                    BEFORE THE FILE IS READ, EVERY PARTIAL
      *                    ORDER STANDING FROM EARLIER NIGHTS IS
      *                    TOPPED UP OUT OF WHATEVER HAS ARRIVED IN
      *                    THE ACCOUNT SINCE, OLDEST ORDER FIRST, SO
      *                    A NEW ORDER NEVER JUMPS AHEAD OF AN OLDER
      *                    ONE. EVERY ORDER TOUCHED GETS A LINE ON
      *                    THE RESPONSE FILE FOR THE COURTS
      *                    (data/SISBJOUT.DAT) WITH THE AMOUNT
      *                    ACTUALLY FROZEN, RELEASED OR TRANSFERRED
      *                    AND A RESULT CODE, A LINE ON THE SPOOLED
      *                    CONTROL REPORT, AND AN AUDIT-TRAIL ENTRY.
      *                    RUN-CONTROLLED PER BUSINESS DATE. RUN
      *                    STANDALONE IN THE NIGHTLY WINDOW -- NOT ON
      *                    THE MAN0 MENU.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY ACCTXSEL.
           COPY ACCTPSEL.
           COPY JUDSEL.
           COPY CAUSEL.
           COPY RUNCSEL.
           COPY AUDITSEL.
           SELECT ORDER-FILE
               ASSIGN TO "data/SISBJIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORDER-FILE-STATUS.
           SELECT RESPONSE-FILE
               ASSIGN TO "data/SISBJOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-FILE-STATUS.
           SELECT JUDICIAL-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JUDICIAL-REPORT-STATUS.
           COPY RPTCSEL.

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
       FD  JUDICIAL-BLOCK.
           COPY JUDREC.
       FD  CARD-AUTH.
           COPY CAUREC.
       FD  RUN-CONTROL.
           COPY RUNCREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.

       FD  ORDER-FILE.
       01  ORDER-RECORD.
           02  ORD-ORDER-TYPE                PIC X.
               88  ORD-IS-BLOCK                VALUE "B".
               88  ORD-IS-RELEASE              VALUE "R".
               88  ORD-IS-TRANSFER             VALUE "T".
           02  ORD-CASE-NUMBER               PIC X(25).
           02  ORD-ACCOUNT-NUMBER            PIC 9(10).
      *    THE AMOUNT TO FREEZE ON A BLOCK; IGNORED ON A RELEASE OR
      *    TRANSFER, WHICH ACT ON WHATEVER THE ORDER HOLDS.
           02  ORD-AMOUNT                    PIC 9(9)V99.

      *    ONE LINE BACK TO THE COURTS PER ORDER ACTED ON. A TOP-UP
      *    OF AN EARLIER PARTIAL ORDER GOES BACK AS A "B" LINE WITH
      *    ITS NEW FROZEN TOTAL.
       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD.
           02  RSP-ORDER-TYPE                PIC X.
           02  RSP-CASE-NUMBER               PIC X(25).
           02  RSP-ACCOUNT-NUMBER            PIC 9(10).
           02  RSP-ORDER-NUMBER              PIC 9(8).
           02  RSP-REQUESTED-AMOUNT          PIC 9(9)V99.
           02  RSP-ACTED-AMOUNT              PIC 9(9)V99.
           02  RSP-RESULT-CODE               PIC X(02).
               88  RSP-DONE-IN-FULL            VALUE "00".
               88  RSP-FROZEN-PARTIAL          VALUE "01".
               88  RSP-NOTHING-AVAILABLE       VALUE "02".
               88  RSP-TOPPED-UP               VALUE "03".
               88  RSP-UNKNOWN-ACCOUNT         VALUE "10".
               88  RSP-CLOSED-ACCOUNT          VALUE "11".
               88  RSP-ORDER-NOT-FOUND         VALUE "20".
               88  RSP-DUPLICATE-ORDER         VALUE "21".
               88  RSP-BAD-ORDER               VALUE "99".
           02  RSP-STATUS                    PIC X.

       FD  JUDICIAL-REPORT.
       01  JUDICIAL-REPORT-LINE               PIC X(80).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY ACCTXSTA.
           COPY ACCTPSTA.
           COPY JUDSTA.
           COPY CAUSTA.
           COPY RUNCSTA.
           COPY AUDITSTA.
           COPY RPTCSTA.
           COPY OPERSTA.
       77  ORDER-FILE-STATUS                  PIC XX.
           88  ORDER-FILE-OK                    VALUE "00".
           88  ORDER-FILE-MISSING               VALUE "35".
       77  ORDER-EOF-SW                       PIC X VALUE "N".
           88  ORDER-EOF                        VALUE "Y".
       77  RESPONSE-FILE-STATUS               PIC XX.
       77  JUDICIAL-REPORT-STATUS             PIC XX.
       77  RUN-DATE                           PIC 9(8).
      *    WHAT THE ACCOUNT CAN STILL GIVE A FREEZE -- BALANCE LESS
      *    HOLDS LESS WHAT OTHER ORDERS ALREADY FROZE, FLOORED AT
      *    ZERO.
       77  FREEZABLE-AMOUNT                   PIC S9(9)V99.
       77  FREEZE-NOW                         PIC 9(9)V99.
       77  STILL-TO-FREEZE                    PIC 9(9)V99.
       77  NEW-BALANCE                        PIC S9(9)V99.
       77  ORDER-I                            PIC 9(8).
       77  FOUND-ORDER-NUMBER                 PIC 9(8).
       77  ORDERS-READ                        PIC 9(6) VALUE ZERO.
       77  BLOCKS-APPLIED                     PIC 9(6) VALUE ZERO.
       77  BLOCKS-TOPPED-UP                   PIC 9(6) VALUE ZERO.
       77  ORDERS-RELEASED                    PIC 9(6) VALUE ZERO.
       77  ORDERS-TRANSFERRED                 PIC 9(6) VALUE ZERO.
       77  ORDERS-REJECTED                    PIC 9(6) VALUE ZERO.
       77  FROZEN-TODAY-TOTAL                 PIC 9(11)V99 VALUE ZERO.
       77  RELEASED-TOTAL                     PIC 9(11)V99 VALUE ZERO.
       77  TRANSFERRED-TOTAL                  PIC 9(11)V99 VALUE ZERO.
       01  JUDICIAL-AUDIT-DETAIL.
           02  FILLER                         PIC X(05) VALUE
               "CASE ".
           02  JUD-AUDIT-CASE                 PIC X(25).
           02  FILLER                         PIC X(07) VALUE
               " ORDER ".
           02  JUD-AUDIT-ORDER                PIC 9(8).
           02  FILLER                         PIC X(08) VALUE
               " STATUS ".
           02  JUD-AUDIT-STATUS               PIC X(01).
           02  FILLER                         PIC X(08) VALUE
               " FROZEN ".
           02  JUD-AUDIT-FROZEN               PIC Z(8)9.99.
       01  REPORT-HEADING-LINE.
           02  FILLER                        PIC X(03) VALUE
               "T".
           02  FILLER                        PIC X(26) VALUE
               "CASE NUMBER".
           02  FILLER                        PIC X(12) VALUE
               "ACCOUNT ID".
           02  FILLER                        PIC X(14) VALUE
               "REQUESTED".
           02  FILLER                        PIC X(14) VALUE
               "ACTED ON".
           02  FILLER                        PIC X(04) VALUE
               "RC".
           02  FILLER                        PIC X(02) VALUE
               "ST".
       01  REPORT-DETAIL-LINE.
           02  RPT-ORDER-TYPE                PIC X(01).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-CASE-NUMBER               PIC X(25).
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-ACCOUNT-ID                PIC 9(10).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-REQUESTED                 PIC Z(8)9.99.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-ACTED                     PIC Z(8)9.99.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-RESULT-CODE               PIC X(02).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-STATUS                    PIC X(01).
       01  REPORT-COUNT-LINE.
           02  RPT-COUNT-LABEL               PIC X(24).
           02  RPT-COUNT-VALUE               PIC ZZZ,ZZ9.
           02  FILLER                        PIC X(09) VALUE
               "  AMOUNT ".
           02  RPT-COUNT-AMOUNT              PIC Z(10)9.99.

       PROCEDURE                                               DIVISION.
       MAIN.
           DISPLAY "---------------------------------------------------"
           DISPLAY " NIGHTLY SISBAJUD JUDICIAL-BLOCK PROCESSING"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

      *    ONE RUN PER BUSINESS DATE -- A SECOND PASS OVER THE SAME
      *    ORDER FILE WOULD FREEZE EVERY BLOCK TWICE.
           MOVE "BAT17" TO RUN-SEEK-JOB-NAME
           MOVE RUN-DATE TO RUN-SEEK-DATE
           PERFORM CHECK-JOB-ALREADY-RUN
           IF RUN-ALREADY-DONE
               DISPLAY "[X] The judicial orders have already been "
                   "processed for business day " RUN-SEEK-DATE
               GOBACK
           END-IF

           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION
      *    THE NIGHTLY WINDOW RUNS SINGLE-STREAMED (SEE LOCKGET), SO
      *    THIS JOB MAY REBUILD STALE POSITION RECORDS AS IT READS.
           SET POSITION-REBUILD-ALLOWED TO TRUE
           PERFORM OPEN-JUDICIAL-BLOCK
           OPEN OUTPUT RESPONSE-FILE
           MOVE "BAT17" TO SPOOL-PROGRAM-ID
           MOVE "JUDBLOCK" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT JUDICIAL-REPORT

           MOVE REPORT-HEADING-LINE TO JUDICIAL-REPORT-LINE
           WRITE JUDICIAL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-HEADING-LINE

      *    STANDING PARTIAL ORDERS FIRST, OLDEST FIRST.
           PERFORM TOP-UP-ONE-ORDER
               VARYING ORDER-I FROM 1 BY 1
               UNTIL ORDER-I > JUDICIAL-BLOCK-RECORD-COUNT

           OPEN INPUT ORDER-FILE
           IF ORDER-FILE-MISSING
               DISPLAY "[!] No data/SISBJIN.DAT tonight, only "
                   "standing orders topped up."
           ELSE
               PERFORM UNTIL ORDER-EOF
                   READ ORDER-FILE
                       AT END
                           SET ORDER-EOF TO TRUE
                       NOT AT END
                           PERFORM HANDLE-COURT-ORDER
                   END-READ
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF

           MOVE "BLOCKS APPLIED:" TO RPT-COUNT-LABEL
           MOVE BLOCKS-APPLIED TO RPT-COUNT-VALUE
           MOVE FROZEN-TODAY-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO JUDICIAL-REPORT-LINE
           WRITE JUDICIAL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "PARTIALS TOPPED UP:" TO RPT-COUNT-LABEL
           MOVE BLOCKS-TOPPED-UP TO RPT-COUNT-VALUE
           MOVE ZERO TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO JUDICIAL-REPORT-LINE
           WRITE JUDICIAL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "ORDERS RELEASED:" TO RPT-COUNT-LABEL
           MOVE ORDERS-RELEASED TO RPT-COUNT-VALUE
           MOVE RELEASED-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO JUDICIAL-REPORT-LINE
           WRITE JUDICIAL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "ORDERS TRANSFERRED:" TO RPT-COUNT-LABEL
           MOVE ORDERS-TRANSFERRED TO RPT-COUNT-VALUE
           MOVE TRANSFERRED-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO JUDICIAL-REPORT-LINE
           WRITE JUDICIAL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "ORDERS REJECTED:" TO RPT-COUNT-LABEL
           MOVE ORDERS-REJECTED TO RPT-COUNT-VALUE
           MOVE ZERO TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO JUDICIAL-REPORT-LINE
           WRITE JUDICIAL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           CLOSE CLIENT-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE ACCOUNT-TXN
           CLOSE ACCOUNT-POSITION
           CLOSE JUDICIAL-BLOCK
           CLOSE RESPONSE-FILE
           CLOSE JUDICIAL-REPORT
           PERFORM CATALOG-SPOOL-FILE

           DISPLAY ""
           DISPLAY "[!] Court orders read: " ORDERS-READ
           DISPLAY "[!] Blocks applied: " BLOCKS-APPLIED
               " freezing " FROZEN-TODAY-TOTAL
           DISPLAY "[!] Partial orders topped up: " BLOCKS-TOPPED-UP
           DISPLAY "[!] Orders released: " ORDERS-RELEASED
               " totalling " RELEASED-TOTAL
           DISPLAY "[!] Orders transferred: " ORDERS-TRANSFERRED
               " totalling " TRANSFERRED-TOTAL
           DISPLAY "[!] Orders rejected: " ORDERS-REJECTED
           DISPLAY "[!] Responses written to data/SISBJOUT.DAT"

           PERFORM RECORD-JOB-RUN
           GOBACK.

      *    ONE STANDING ORDER BY RELATIVE KEY. A PARTIAL ORDER TAKES
      *    WHATEVER THE ACCOUNT CAN NOW GIVE TOWARDS ITS SHORTFALL.
       TOP-UP-ONE-ORDER                                         SECTION.
           MOVE ORDER-I TO JUDICIAL-BLOCK-KEY
           READ JUDICIAL-BLOCK
               INVALID KEY
                   GO TO TOP-UP-ONE-ORDER-EXIT
           END-READ
           IF NOT JUD-STATUS-PARTIAL
               GO TO TOP-UP-ONE-ORDER-EXIT
           END-IF

           MOVE JUD-ACCOUNT-NUMBER TO JUD-SEEK-ACCOUNT
           PERFORM COMPUTE-FREEZABLE-AMOUNT
           IF FREEZABLE-AMOUNT NOT > ZERO
               GO TO TOP-UP-ONE-ORDER-EXIT
           END-IF

      *    THE FREEZABLE SCAN MOVED THE FILE -- FETCH THE ORDER AGAIN
      *    BEFORE UPDATING IT.
           MOVE ORDER-I TO JUDICIAL-BLOCK-KEY
           READ JUDICIAL-BLOCK
               INVALID KEY
                   GO TO TOP-UP-ONE-ORDER-EXIT
           END-READ
           COMPUTE STILL-TO-FREEZE =
               JUD-ORDER-AMOUNT - JUD-FROZEN-AMOUNT
           IF FREEZABLE-AMOUNT < STILL-TO-FREEZE
               MOVE FREEZABLE-AMOUNT TO FREEZE-NOW
           ELSE
               MOVE STILL-TO-FREEZE TO FREEZE-NOW
               SET JUD-STATUS-ACTIVE TO TRUE
           END-IF
           ADD FREEZE-NOW TO JUD-FROZEN-AMOUNT
           MOVE RUN-DATE TO JUD-STATUS-DATE
           REWRITE JUDICIAL-BLOCK-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not update judicial order "
                       JUD-ORDER-NUMBER ", file status: "
                       JUDICIAL-BLOCK-STATUS
           END-REWRITE
           ADD 1 TO BLOCKS-TOPPED-UP
           ADD FREEZE-NOW TO FROZEN-TODAY-TOTAL

           MOVE "B" TO RSP-ORDER-TYPE
           MOVE JUD-CASE-NUMBER TO RSP-CASE-NUMBER
           MOVE JUD-ACCOUNT-NUMBER TO RSP-ACCOUNT-NUMBER
           MOVE JUD-ORDER-NUMBER TO RSP-ORDER-NUMBER
           MOVE JUD-ORDER-AMOUNT TO RSP-REQUESTED-AMOUNT
           MOVE JUD-FROZEN-AMOUNT TO RSP-ACTED-AMOUNT
           SET RSP-TOPPED-UP TO TRUE
           MOVE JUD-STATUS TO RSP-STATUS
           PERFORM WRITE-RESPONSE-LINE

           MOVE "JUDTOPUP" TO AUDIT-ACTION
           PERFORM AUDIT-JUDICIAL-ORDER.

       TOP-UP-ONE-ORDER-EXIT.
           EXIT.

      *    ONE ORDER OFF THE COURTS' FILE. EVERY ORDER GETS A
      *    RESPONSE LINE, ACTED ON OR REJECTED -- NONE IS DROPPED.
       HANDLE-COURT-ORDER                                       SECTION.
           ADD 1 TO ORDERS-READ

           MOVE ORD-ORDER-TYPE TO RSP-ORDER-TYPE
           MOVE ORD-CASE-NUMBER TO RSP-CASE-NUMBER
           MOVE ZERO TO RSP-ACCOUNT-NUMBER
           MOVE ZERO TO RSP-ORDER-NUMBER
           MOVE ZERO TO RSP-REQUESTED-AMOUNT
           MOVE ZERO TO RSP-ACTED-AMOUNT
           MOVE SPACE TO RSP-STATUS

           IF ORD-ACCOUNT-NUMBER NOT NUMERIC
                   OR ORD-AMOUNT NOT NUMERIC
                   OR ORD-CASE-NUMBER = SPACES
                   OR NOT (ORD-IS-BLOCK OR ORD-IS-RELEASE
                       OR ORD-IS-TRANSFER)
               SET RSP-BAD-ORDER TO TRUE
               PERFORM REJECT-COURT-ORDER
               GO TO HANDLE-COURT-ORDER-EXIT
           END-IF
           MOVE ORD-ACCOUNT-NUMBER TO RSP-ACCOUNT-NUMBER
           MOVE ORD-AMOUNT TO RSP-REQUESTED-AMOUNT

           EVALUATE TRUE
               WHEN ORD-IS-BLOCK
                   PERFORM APPLY-BLOCK-ORDER
               WHEN ORD-IS-RELEASE
                   PERFORM APPLY-RELEASE-ORDER
               WHEN ORD-IS-TRANSFER
                   PERFORM APPLY-TRANSFER-ORDER
           END-EVALUATE.

       HANDLE-COURT-ORDER-EXIT.
           EXIT.

      *    A NEW BLOCK. THE ACCOUNT MUST EXIST AND NOT BE CLOSED --
      *    AN INACTIVE ACCOUNT IS STILL FROZEN, SINCE INACTIVITY IS
      *    THE BANK'S FLAG, NOT THE COURT'S. THE SAME CASE ALREADY
      *    FREEZING THE SAME ACCOUNT IS A REPEAT, NOT A SECOND ORDER.
       APPLY-BLOCK-ORDER                                        SECTION.
           MOVE ORD-ACCOUNT-NUMBER TO ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT
           IF ACCOUNT-RESOLVE-NOT-FOUND
               SET RSP-UNKNOWN-ACCOUNT TO TRUE
               PERFORM REJECT-COURT-ORDER
               GO TO APPLY-BLOCK-ORDER-EXIT
           END-IF
           IF CLIENT-STATUS-CLOSED
               SET RSP-CLOSED-ACCOUNT TO TRUE
               PERFORM REJECT-COURT-ORDER
               GO TO APPLY-BLOCK-ORDER-EXIT
           END-IF
           IF ACCOUNT-MASTER-SEEK-FOUND AND ACCT-STATUS-CLOSED
               SET RSP-CLOSED-ACCOUNT TO TRUE
               PERFORM REJECT-COURT-ORDER
               GO TO APPLY-BLOCK-ORDER-EXIT
           END-IF

           PERFORM FIND-FREEZING-ORDER
           IF FOUND-ORDER-NUMBER > ZERO
               MOVE FOUND-ORDER-NUMBER TO RSP-ORDER-NUMBER
               SET RSP-DUPLICATE-ORDER TO TRUE
               PERFORM REJECT-COURT-ORDER
               GO TO APPLY-BLOCK-ORDER-EXIT
           END-IF

           MOVE ORD-ACCOUNT-NUMBER TO JUD-SEEK-ACCOUNT
           PERFORM COMPUTE-FREEZABLE-AMOUNT
           IF FREEZABLE-AMOUNT < ORD-AMOUNT
               IF FREEZABLE-AMOUNT > ZERO
                   MOVE FREEZABLE-AMOUNT TO FREEZE-NOW
               ELSE
                   MOVE ZERO TO FREEZE-NOW
               END-IF
           ELSE
               MOVE ORD-AMOUNT TO FREEZE-NOW
           END-IF

           MOVE ZEROS TO JUDICIAL-BLOCK-RECORD
           COMPUTE JUDICIAL-BLOCK-KEY =
               JUDICIAL-BLOCK-RECORD-COUNT + 1
           MOVE JUDICIAL-BLOCK-KEY TO JUD-ORDER-NUMBER
           MOVE ORD-ACCOUNT-NUMBER TO JUD-ACCOUNT-NUMBER
           MOVE ORD-CASE-NUMBER TO JUD-CASE-NUMBER
           MOVE ORD-AMOUNT TO JUD-ORDER-AMOUNT
           MOVE FREEZE-NOW TO JUD-FROZEN-AMOUNT
           MOVE RUN-DATE TO JUD-RECEIVED-DATE
           MOVE RUN-DATE TO JUD-STATUS-DATE
           IF FREEZE-NOW < ORD-AMOUNT
               SET JUD-STATUS-PARTIAL TO TRUE
           ELSE
               SET JUD-STATUS-ACTIVE TO TRUE
           END-IF
           WRITE JUDICIAL-BLOCK-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not record judicial order for "
                       "account " ORD-ACCOUNT-NUMBER
                       ", file status: " JUDICIAL-BLOCK-STATUS
                   SET RSP-BAD-ORDER TO TRUE
                   PERFORM REJECT-COURT-ORDER
                   GO TO APPLY-BLOCK-ORDER-EXIT
           END-WRITE
           ADD 1 TO JUDICIAL-BLOCK-RECORD-COUNT
           ADD 1 TO BLOCKS-APPLIED
           ADD FREEZE-NOW TO FROZEN-TODAY-TOTAL

           MOVE JUD-ORDER-NUMBER TO RSP-ORDER-NUMBER
           MOVE FREEZE-NOW TO RSP-ACTED-AMOUNT
           MOVE JUD-STATUS TO RSP-STATUS
           IF FREEZE-NOW = ORD-AMOUNT
               SET RSP-DONE-IN-FULL TO TRUE
           ELSE
           IF FREEZE-NOW > ZERO
               SET RSP-FROZEN-PARTIAL TO TRUE
           ELSE
               SET RSP-NOTHING-AVAILABLE TO TRUE
           END-IF
           END-IF
           PERFORM WRITE-RESPONSE-LINE

           MOVE "JUDBLOCK" TO AUDIT-ACTION
           PERFORM AUDIT-JUDICIAL-ORDER.

       APPLY-BLOCK-ORDER-EXIT.
           EXIT.

      *    THE COURT LIFTS ITS ORDER -- THE FROZEN MONEY IS THE
      *    CUSTOMER'S TO SPEND AGAIN. NOTHING MOVES ON THE LEDGER.
       APPLY-RELEASE-ORDER                                      SECTION.
           PERFORM FIND-FREEZING-ORDER
           IF FOUND-ORDER-NUMBER = ZERO
               SET RSP-ORDER-NOT-FOUND TO TRUE
               PERFORM REJECT-COURT-ORDER
               GO TO APPLY-RELEASE-ORDER-EXIT
           END-IF

           MOVE FOUND-ORDER-NUMBER TO JUDICIAL-BLOCK-KEY
           READ JUDICIAL-BLOCK
               INVALID KEY
                   SET RSP-ORDER-NOT-FOUND TO TRUE
                   PERFORM REJECT-COURT-ORDER
                   GO TO APPLY-RELEASE-ORDER-EXIT
           END-READ
           MOVE JUD-STATUS TO JUD-AUDIT-STATUS
           MOVE JUD-FROZEN-AMOUNT TO JUD-AUDIT-FROZEN
           MOVE JUD-CASE-NUMBER TO JUD-AUDIT-CASE
           MOVE JUD-ORDER-NUMBER TO JUD-AUDIT-ORDER
           MOVE JUDICIAL-AUDIT-DETAIL TO AUDIT-BEFORE-VALUE

           SET JUD-STATUS-RELEASED TO TRUE
           MOVE RUN-DATE TO JUD-STATUS-DATE
           REWRITE JUDICIAL-BLOCK-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not release judicial order "
                       JUD-ORDER-NUMBER ", file status: "
                       JUDICIAL-BLOCK-STATUS
           END-REWRITE
           ADD 1 TO ORDERS-RELEASED
           ADD JUD-FROZEN-AMOUNT TO RELEASED-TOTAL

           MOVE JUD-ORDER-NUMBER TO RSP-ORDER-NUMBER
           MOVE JUD-ORDER-AMOUNT TO RSP-REQUESTED-AMOUNT
           MOVE JUD-FROZEN-AMOUNT TO RSP-ACTED-AMOUNT
           MOVE JUD-STATUS TO RSP-STATUS
           SET RSP-DONE-IN-FULL TO TRUE
           PERFORM WRITE-RESPONSE-LINE

           MOVE "JUDRELEASE" TO AUDIT-ACTION
           PERFORM AUDIT-JUDICIAL-CHANGE.

       APPLY-RELEASE-ORDER-EXIT.
           EXIT.

      *    THE COURT CALLS THE MONEY IN -- WHAT THE ORDER FROZE
      *    LEAVES THE ACCOUNT AS A "J" DEBIT CARRYING THE ORDER
      *    NUMBER, AND THE ORDER IS FINISHED. A PARTIAL ORDER
      *    TRANSFERS WHAT IT HAS; THE COURT SENDS A NEW BLOCK IF IT
      *    WANTS THE REST.
       APPLY-TRANSFER-ORDER                                     SECTION.
           PERFORM FIND-FREEZING-ORDER
           IF FOUND-ORDER-NUMBER = ZERO
               SET RSP-ORDER-NOT-FOUND TO TRUE
               PERFORM REJECT-COURT-ORDER
               GO TO APPLY-TRANSFER-ORDER-EXIT
           END-IF

           MOVE FOUND-ORDER-NUMBER TO JUDICIAL-BLOCK-KEY
           READ JUDICIAL-BLOCK
               INVALID KEY
                   SET RSP-ORDER-NOT-FOUND TO TRUE
                   PERFORM REJECT-COURT-ORDER
                   GO TO APPLY-TRANSFER-ORDER-EXIT
           END-READ
           MOVE JUD-STATUS TO JUD-AUDIT-STATUS
           MOVE JUD-FROZEN-AMOUNT TO JUD-AUDIT-FROZEN
           MOVE JUD-CASE-NUMBER TO JUD-AUDIT-CASE
           MOVE JUD-ORDER-NUMBER TO JUD-AUDIT-ORDER
           MOVE JUDICIAL-AUDIT-DETAIL TO AUDIT-BEFORE-VALUE

           IF JUD-FROZEN-AMOUNT > ZERO
               PERFORM POST-JUDICIAL-TRANSFER
           END-IF

           SET JUD-STATUS-TRANSFERRED TO TRUE
           MOVE RUN-DATE TO JUD-STATUS-DATE
           REWRITE JUDICIAL-BLOCK-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not close judicial order "
                       JUD-ORDER-NUMBER ", file status: "
                       JUDICIAL-BLOCK-STATUS
           END-REWRITE
           ADD 1 TO ORDERS-TRANSFERRED
           ADD JUD-FROZEN-AMOUNT TO TRANSFERRED-TOTAL

           MOVE JUD-ORDER-NUMBER TO RSP-ORDER-NUMBER
           MOVE JUD-ORDER-AMOUNT TO RSP-REQUESTED-AMOUNT
           MOVE JUD-FROZEN-AMOUNT TO RSP-ACTED-AMOUNT
           MOVE JUD-STATUS TO RSP-STATUS
           SET RSP-DONE-IN-FULL TO TRUE
           PERFORM WRITE-RESPONSE-LINE

           MOVE "JUDXFER" TO AUDIT-ACTION
           PERFORM AUDIT-JUDICIAL-CHANGE.

       APPLY-TRANSFER-ORDER-EXIT.
           EXIT.

      *    THE FROZEN MONEY WAS HELD BACK FROM EVERY SPEND PATH, SO
      *    THE LEDGER BALANCE STILL CARRIES IT AND THE DEBIT CANNOT
      *    OVERDRAW THE ACCOUNT ON ITS ACCOUNT.
       POST-JUDICIAL-TRANSFER                                   SECTION.
           MOVE JUD-ACCOUNT-NUMBER TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           COMPUTE NEW-BALANCE =
               TXN-SEEK-BALANCE - JUD-FROZEN-AMOUNT

           MOVE JUD-ACCOUNT-NUMBER TO TXN-ACCOUNT-HASH
           SET TXN-IS-JUDICIAL-TRANSFER TO TRUE
           MOVE JUD-FROZEN-AMOUNT TO TXN-AMOUNT
           MOVE NEW-BALANCE TO TXN-BALANCE-AFTER
           MOVE RUN-DATE TO TXN-DATE
           MOVE JUD-ORDER-NUMBER TO TXN-COUNTERPART-HASH
           ADD 1 TO ACCOUNT-TXN-MAX-SEQUENCE
           MOVE ACCOUNT-TXN-MAX-SEQUENCE TO TXN-SEQUENCE
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE ZERO TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
               ACCOUNT-TXN-RECORD-COUNT + 1
           WRITE ACCOUNT-TXN-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not post judicial transfer for "
                       "order " JUD-ORDER-NUMBER ", file status: "
                       ACCOUNT-TXN-STATUS
           END-WRITE
           ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
           PERFORM ACCOUNT-POSITION-UPDATE.

      *    THE STILL-FREEZING ORDER (ACTIVE OR PARTIAL) FOR THIS CASE
      *    ON THIS ACCOUNT -- FOUND-ORDER-NUMBER COMES BACK ZERO IF
      *    THERE IS NONE.
       FIND-FREEZING-ORDER                                      SECTION.
           MOVE ZERO TO FOUND-ORDER-NUMBER
           MOVE 1 TO JUDICIAL-BLOCK-KEY
           START JUDICIAL-BLOCK
                   KEY IS NOT LESS THAN JUDICIAL-BLOCK-KEY
               INVALID KEY
                   SET JUDICIAL-BLOCK-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL JUDICIAL-BLOCK-NOT-FOUND
                       OR FOUND-ORDER-NUMBER > ZERO
               READ JUDICIAL-BLOCK NEXT RECORD
                   AT END
                       SET JUDICIAL-BLOCK-NOT-FOUND TO TRUE
                   NOT AT END
                       IF JUD-ACCOUNT-NUMBER = ORD-ACCOUNT-NUMBER
                               AND JUD-CASE-NUMBER = ORD-CASE-NUMBER
                               AND JUD-STATUS-FREEZING
                           MOVE JUD-ORDER-NUMBER
                               TO FOUND-ORDER-NUMBER
                       END-IF
               END-READ
           END-PERFORM.

      *    WHAT JUD-SEEK-ACCOUNT CAN STILL GIVE A FREEZE: ITS LEDGER
      *    BALANCE LESS DEPOSIT HOLDS LESS EVERYTHING ALREADY FROZEN
      *    UNDER OTHER ORDERS. THE SAME SUM AS JUDICIAL-FROZEN-BALANCE
      *    IN JUDFND.CPY, TAKEN OFF THE FILE THIS JOB ALREADY HOLDS
      *    OPEN FOR UPDATE.
       COMPUTE-FREEZABLE-AMOUNT                                 SECTION.
           MOVE ZERO TO JUD-FROZEN-TOTAL
           MOVE 1 TO JUDICIAL-BLOCK-KEY
           START JUDICIAL-BLOCK
                   KEY IS NOT LESS THAN JUDICIAL-BLOCK-KEY
               INVALID KEY
                   SET JUDICIAL-BLOCK-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL JUDICIAL-BLOCK-NOT-FOUND
               READ JUDICIAL-BLOCK NEXT RECORD
                   AT END
                       SET JUDICIAL-BLOCK-NOT-FOUND TO TRUE
                   NOT AT END
                       IF JUD-ACCOUNT-NUMBER = JUD-SEEK-ACCOUNT
                               AND JUD-STATUS-FREEZING
                           ADD JUD-FROZEN-AMOUNT TO JUD-FROZEN-TOTAL
                       END-IF
               END-READ
           END-PERFORM

           MOVE JUD-SEEK-ACCOUNT TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE JUD-SEEK-ACCOUNT TO CAU-SEEK-ACCOUNT
           PERFORM CARD-HELD-BALANCE
           COMPUTE FREEZABLE-AMOUNT =
               TXN-SEEK-BALANCE - TXN-SEEK-HELD-AMOUNT
               - JUD-FROZEN-TOTAL - CAU-HELD-TOTAL
           IF FREEZABLE-AMOUNT < ZERO
               MOVE ZERO TO FREEZABLE-AMOUNT
           END-IF.

      *    THE CALLER HAS SET THE RESULT CODE -- ANSWER THE COURT AND
      *    COUNT IT.
       REJECT-COURT-ORDER                                       SECTION.
           ADD 1 TO ORDERS-REJECTED
           PERFORM WRITE-RESPONSE-LINE.

       WRITE-RESPONSE-LINE                                      SECTION.
           WRITE RESPONSE-RECORD

           MOVE RSP-ORDER-TYPE TO RPT-ORDER-TYPE
           MOVE RSP-CASE-NUMBER TO RPT-CASE-NUMBER
           MOVE RSP-ACCOUNT-NUMBER TO RPT-ACCOUNT-ID
           MOVE RSP-REQUESTED-AMOUNT TO RPT-REQUESTED
           MOVE RSP-ACTED-AMOUNT TO RPT-ACTED
           MOVE RSP-RESULT-CODE TO RPT-RESULT-CODE
           MOVE RSP-STATUS TO RPT-STATUS
           MOVE REPORT-DETAIL-LINE TO JUDICIAL-REPORT-LINE
           WRITE JUDICIAL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-DETAIL-LINE.

      *    A NEW OR TOPPED-UP ORDER -- NO MEANINGFUL BEFORE IMAGE.
       AUDIT-JUDICIAL-ORDER                                     SECTION.
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           PERFORM AUDIT-JUDICIAL-CHANGE.

      *    THE CALLER HAS SET AUDIT-ACTION AND AUDIT-BEFORE-VALUE; THE
      *    AFTER IMAGE IS THE ORDER AS IT NOW STANDS.
       AUDIT-JUDICIAL-CHANGE                                    SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "BAT17" TO AUDIT-PROGRAM
           MOVE JUD-ACCOUNT-NUMBER TO AUDIT-ACCOUNT-ID
           MOVE JUD-CASE-NUMBER TO JUD-AUDIT-CASE
           MOVE JUD-ORDER-NUMBER TO JUD-AUDIT-ORDER
           MOVE JUD-STATUS TO JUD-AUDIT-STATUS
           MOVE JUD-FROZEN-AMOUNT TO JUD-AUDIT-FROZEN
           MOVE JUDICIAL-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTMFND.
           COPY ACCTXOPN.
           COPY ACCTXFND.
           COPY ACCTPOPN.
           COPY ACCTPUPD.
           COPY JUDOPN.
           COPY CAUFND.
           COPY RUNCGET.
           COPY RPTCWRT.
           COPY AUDITWRT.
