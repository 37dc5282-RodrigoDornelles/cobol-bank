       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         BAT28.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        NIGHTLY DEBIT-CARD SETTLEMENT JOB. READS THE
      *                    SETTLEMENT FILE THE CARD NETWORK SENDS
      *                    OVERNIGHT (data/CARDSETL.DAT, ONE CLEARED
      *                    PURCHASE PER LINE) AND MATCHES EACH LINE TO
      *                    THE AUTHORIZATION GTW2 GAVE FOR IT, BY CARD
      *                    NUMBER AND NETWORK REFERENCE (CAUREC.CPY).
      *                    A MATCH IS POSTED TO THE CARD'S ACCOUNT AS A
      *                    "Z" LEDGER ENTRY FOR THE AMOUNT THE NETWORK
      *                    SETTLED (WHICH MAY DIFFER FROM THE AMOUNT
      *                    AUTHORIZED -- A TIP, A FUEL PUMP) AND THE
      *                    AUTHORIZATION IS MARKED SETTLED, WHICH
      *                    RELEASES ITS HOLD. THE AUTHORIZATION IS THE
      *                    BANK'S PROMISE TO PAY, SO THE POSTING IS NOT
      *                    CHECKED AGAINST THE BALANCE, AND IT STILL
      *                    POSTS IF THE HOLD HAD ALREADY LAPSED OR THE
      *                    CARD HAS SINCE BEEN BLOCKED. A LINE WITH NO
      *                    AUTHORIZATION BEHIND IT, OR ONE WHOSE
      *                    AUTHORIZATION ALREADY SETTLED, IS REPORTED
      *                    AND NOT POSTED -- THE CARD OPERATIONS DESK
      *                    TAKES IT UP WITH THE NETWORK. THEN EVERY
      *                    APPROVED AUTHORIZATION STILL UNSETTLED WHEN
      *                    ITS HOLD RUNS OUT (PARM-CARD-HOLD-DAYS) IS
      *                    MARKED LAPSED AND REPORTED, AND EVERY CARD
      *                    PAST ITS EXPIRY MONTH IS MARKED EXPIRED.
      *                    FINISHES WITH A CONTROL-TOTAL REPORT (SPOOL
      *                    CARDSETL) IN THE SAME SPIRIT AS BAT9'S. RUN
      *                    STANDALONE IN THE NIGHTLY WINDOW -- NOT ON
      *                    THE MAN0 MENU.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY ACCTXSEL.
           COPY ACCTPSEL.
           COPY CARDSEL.
           COPY CAUSEL.
           COPY RUNCSEL.
           SELECT SETTLEMENT-FILE
               ASSIGN TO "data/CARDSETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTLEMENT-FILE-STATUS.
           SELECT SETTLEMENT-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTLEMENT-REPORT-STATUS.
           COPY RPTCSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  ACCOUNT-TXN.
           COPY ACCTXREC.
       FD  ACCOUNT-POSITION.
           COPY ACCTPREC.
       FD  CARD-MASTER.
           COPY CARDREC.
       FD  CARD-AUTH.
           COPY CAUREC.
       FD  RUN-CONTROL.
           COPY RUNCREC.

       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD.
           02  STL-CARD-NUMBER               PIC 9(16).
           02  STL-NETWORK-REFERENCE         PIC X(12).
           02  STL-AMOUNT                    PIC 9(9)V99.
           02  STL-SETTLEMENT-DATE           PIC 9(8).
           02  STL-MERCHANT-NAME             PIC X(25).

       FD  SETTLEMENT-REPORT.
       01  SETTLEMENT-REPORT-LINE             PIC X(80).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

       WORKING-STORAGE                                          SECTION.
           COPY ACCTXSTA.
           COPY ACCTPSTA.
           COPY CARDSTA.
           COPY CAUSTA.
           COPY OPERSTA.
           COPY RUNCSTA.
           COPY RPTCSTA.
       77  SETTLEMENT-FILE-STATUS             PIC XX.
           88  SETTLEMENT-FILE-OK               VALUE "00".
           88  SETTLEMENT-FILE-MISSING          VALUE "35".
       77  SETTLEMENT-EOF-SW                  PIC X VALUE "N".
           88  SETTLEMENT-EOF                   VALUE "Y".
       77  SETTLEMENT-REPORT-STATUS           PIC XX.
       77  TODAY-YYYYMMDD                     PIC 9(8).
       77  TODAY-MONTH                        PIC 9(6).
      *    THE AUTHORIZATION A SETTLEMENT LINE MATCHED (ZERO IF NONE).
       77  MATCHED-AUTH-NUMBER                PIC 9(8).
      *    THE AUTHORIZATION'S STATUS BEFORE IT WAS MARKED SETTLED,
      *    PUT BACK IF THE LEDGER ENTRY THEN FAILS.
       77  SAVED-AUTH-STATUS                  PIC X.
       77  LINES-READ                         PIC 9(6) VALUE ZERO.
       77  LINES-POSTED                       PIC 9(6) VALUE ZERO.
       77  POSTED-TOTAL                       PIC 9(11)V99 VALUE ZERO.
       77  LINES-ADJUSTED                     PIC 9(6) VALUE ZERO.
       77  ADJUSTED-TOTAL                     PIC 9(11)V99 VALUE ZERO.
       77  LINES-UNMATCHED                    PIC 9(6) VALUE ZERO.
       77  UNMATCHED-TOTAL                    PIC 9(11)V99 VALUE ZERO.
       77  LINES-DUPLICATED                   PIC 9(6) VALUE ZERO.
       77  DUPLICATED-TOTAL                   PIC 9(11)V99 VALUE ZERO.
       77  LINES-REJECTED                     PIC 9(6) VALUE ZERO.
       77  REJECTED-TOTAL                     PIC 9(11)V99 VALUE ZERO.
       77  HOLDS-LAPSED                       PIC 9(6) VALUE ZERO.
       77  LAPSED-TOTAL                       PIC 9(11)V99 VALUE ZERO.
       77  CARDS-EXPIRED                      PIC 9(6) VALUE ZERO.
       01  REPORT-TITLE-LINE.
           02  FILLER                        PIC X(36) VALUE
               "DEBIT-CARD SETTLEMENT -- DAY ".
           02  TITLE-DATE                    PIC 9(8).
       01  REPORT-HEADING-LINE.
           02  FILLER                        PIC X(18) VALUE
               "CARD".
           02  FILLER                        PIC X(14) VALUE
               "REFERENCE".
           02  FILLER                        PIC X(12) VALUE
               "ACCOUNT ID".
           02  FILLER                        PIC X(15) VALUE
               "AMOUNT".
           02  FILLER                        PIC X(10) VALUE
               "AUTH".
           02  FILLER                        PIC X(08) VALUE
               "OUTCOME".
       01  REPORT-DETAIL-LINE.
           02  RPT-CARD-NUMBER               PIC 9(16).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-REFERENCE                 PIC X(12).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-ACCOUNT-ID                PIC 9(10).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-AMOUNT                    PIC Z(9)9.99.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-AUTH-NUMBER               PIC 9(8).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-OUTCOME                   PIC X(10).
       01  REPORT-COUNT-LINE.
           02  RPT-COUNT-LABEL               PIC X(24).
           02  RPT-COUNT-VALUE               PIC ZZZ,ZZ9.
           02  FILLER                        PIC X(09) VALUE
               "  AMOUNT ".
           02  RPT-COUNT-AMOUNT              PIC Z(10)9.99.

       PROCEDURE                                               DIVISION.
       MAIN.
           DISPLAY "---------------------------------------------------"
           DISPLAY " NIGHTLY DEBIT-CARD SETTLEMENT"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

      *    ONE SETTLEMENT RUN PER BUSINESS DATE -- A SECOND ATTEMPT
      *    WOULD FIND EVERY LINE ALREADY SETTLED AND REPORT THE WHOLE
      *    FILE AS DUPLICATES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
           MOVE TODAY-YYYYMMDD(1:6) TO TODAY-MONTH
           MOVE "BAT28" TO RUN-SEEK-JOB-NAME
           MOVE TODAY-YYYYMMDD TO RUN-SEEK-DATE
           PERFORM CHECK-JOB-ALREADY-RUN
           IF RUN-ALREADY-DONE
               DISPLAY "[X] Card settlement has already run for "
                   "business day " RUN-SEEK-DATE
               GOBACK
           END-IF

      *    NO FILE TONIGHT STILL LEAVES HOLDS TO LAPSE AND CARDS TO
      *    EXPIRE, SO THE RUN GOES ON WITHOUT IT.
           OPEN INPUT SETTLEMENT-FILE
           IF SETTLEMENT-FILE-MISSING
               DISPLAY "[!] No data/CARDSETL.DAT tonight -- lapsing "
                   "holds and expiring cards only."
               SET SETTLEMENT-EOF TO TRUE
           END-IF

           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION
           PERFORM OPEN-CARD-MASTER
           PERFORM OPEN-CARD-AUTH
      *    THE NIGHTLY WINDOW RUNS SINGLE-STREAMED (SEE LOCKGET), SO
      *    THIS JOB MAY REBUILD STALE POSITION RECORDS AS IT READS.
           SET POSITION-REBUILD-ALLOWED TO TRUE
           MOVE "BAT28" TO SPOOL-PROGRAM-ID
           MOVE "CARDSETL" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT SETTLEMENT-REPORT

           MOVE TODAY-YYYYMMDD TO TITLE-DATE
           MOVE REPORT-TITLE-LINE TO SETTLEMENT-REPORT-LINE
           WRITE SETTLEMENT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           MOVE REPORT-HEADING-LINE TO SETTLEMENT-REPORT-LINE
           WRITE SETTLEMENT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-HEADING-LINE

           PERFORM UNTIL SETTLEMENT-EOF
               READ SETTLEMENT-FILE
                   AT END
                       SET SETTLEMENT-EOF TO TRUE
                   NOT AT END
                       PERFORM HANDLE-SETTLEMENT-LINE
               END-READ
           END-PERFORM

           PERFORM LAPSE-UNSETTLED-HOLDS
           PERFORM EXPIRE-OLD-CARDS

           MOVE "SETTLEMENTS POSTED:" TO RPT-COUNT-LABEL
           MOVE LINES-POSTED TO RPT-COUNT-VALUE
           MOVE POSTED-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE

           MOVE "  OF WHICH ADJUSTED:" TO RPT-COUNT-LABEL
           MOVE LINES-ADJUSTED TO RPT-COUNT-VALUE
           MOVE ADJUSTED-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE

           MOVE "NO AUTHORIZATION:" TO RPT-COUNT-LABEL
           MOVE LINES-UNMATCHED TO RPT-COUNT-VALUE
           MOVE UNMATCHED-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE

           MOVE "ALREADY SETTLED:" TO RPT-COUNT-LABEL
           MOVE LINES-DUPLICATED TO RPT-COUNT-VALUE
           MOVE DUPLICATED-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE

           MOVE "MALFORMED OR UNPOSTED:" TO RPT-COUNT-LABEL
           MOVE LINES-REJECTED TO RPT-COUNT-VALUE
           MOVE REJECTED-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE

           MOVE "HOLDS LAPSED UNSETTLED:" TO RPT-COUNT-LABEL
           MOVE HOLDS-LAPSED TO RPT-COUNT-VALUE
           MOVE LAPSED-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE

           MOVE "CARDS EXPIRED:" TO RPT-COUNT-LABEL
           MOVE CARDS-EXPIRED TO RPT-COUNT-VALUE
           MOVE ZERO TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE

           IF NOT SETTLEMENT-FILE-MISSING
               CLOSE SETTLEMENT-FILE
           END-IF
           CLOSE ACCOUNT-TXN
           CLOSE ACCOUNT-POSITION
           CLOSE CARD-MASTER
           CLOSE CARD-AUTH
           CLOSE SETTLEMENT-REPORT
           PERFORM CATALOG-SPOOL-FILE

           DISPLAY ""
           DISPLAY "[!] Settlement lines read: " LINES-READ
           DISPLAY "[!] Posted: " LINES-POSTED
               " totalling " POSTED-TOTAL
           DISPLAY "[!] Of those, settled for a different amount "
               "than authorized: " LINES-ADJUSTED
           DISPLAY "[!] With no authorization: " LINES-UNMATCHED
               " totalling " UNMATCHED-TOTAL
           DISPLAY "[!] Already settled before: " LINES-DUPLICATED
               " totalling " DUPLICATED-TOTAL
           DISPLAY "[!] Malformed or not postable: " LINES-REJECTED
               " totalling " REJECTED-TOTAL
           DISPLAY "[!] Holds lapsed unsettled: " HOLDS-LAPSED
               " totalling " LAPSED-TOTAL
           DISPLAY "[!] Cards expired: " CARDS-EXPIRED
           DISPLAY "[!] Report written to " SPOOL-FILE-NAME

           PERFORM RECORD-JOB-RUN
           GOBACK.

      *    ONE CLEARED PURCHASE OFF THE SETTLEMENT FILE.
       HANDLE-SETTLEMENT-LINE                                   SECTION.
           ADD 1 TO LINES-READ

           MOVE STL-CARD-NUMBER TO RPT-CARD-NUMBER
           MOVE STL-NETWORK-REFERENCE TO RPT-REFERENCE
           MOVE ZERO TO RPT-ACCOUNT-ID
           MOVE STL-AMOUNT TO RPT-AMOUNT
           MOVE ZERO TO RPT-AUTH-NUMBER

           IF STL-CARD-NUMBER NOT NUMERIC
                   OR STL-AMOUNT NOT NUMERIC
                   OR STL-AMOUNT = ZERO
                   OR STL-NETWORK-REFERENCE = SPACES
               MOVE "MALFORMED" TO RPT-OUTCOME
               ADD 1 TO LINES-REJECTED
               IF STL-AMOUNT NUMERIC
                   ADD STL-AMOUNT TO REJECTED-TOTAL
               END-IF
               PERFORM WRITE-DETAIL-LINE
               GO TO HANDLE-SETTLEMENT-LINE-EXIT
           END-IF

           PERFORM FIND-SETTLED-AUTHORIZATION
           IF MATCHED-AUTH-NUMBER = ZERO
               MOVE "NO AUTH" TO RPT-OUTCOME
               ADD 1 TO LINES-UNMATCHED
               ADD STL-AMOUNT TO UNMATCHED-TOTAL
               PERFORM WRITE-DETAIL-LINE
               GO TO HANDLE-SETTLEMENT-LINE-EXIT
           END-IF

           MOVE MATCHED-AUTH-NUMBER TO CARD-AUTH-KEY
           READ CARD-AUTH
               INVALID KEY
                   MOVE "NO AUTH" TO RPT-OUTCOME
                   ADD 1 TO LINES-UNMATCHED
                   ADD STL-AMOUNT TO UNMATCHED-TOTAL
                   PERFORM WRITE-DETAIL-LINE
                   GO TO HANDLE-SETTLEMENT-LINE-EXIT
           END-READ
           MOVE CAU-ACCOUNT-NUMBER TO RPT-ACCOUNT-ID
           MOVE CAU-AUTH-NUMBER TO RPT-AUTH-NUMBER

           IF CAU-STATUS-SETTLED
               MOVE "DUPLICATE" TO RPT-OUTCOME
               ADD 1 TO LINES-DUPLICATED
               ADD STL-AMOUNT TO DUPLICATED-TOTAL
               PERFORM WRITE-DETAIL-LINE
               GO TO HANDLE-SETTLEMENT-LINE-EXIT
           END-IF

      *    THE AUTHORIZATION IS MARKED SETTLED FIRST, UNDER THE
      *    SEQUENCE ITS LEDGER ENTRY WILL TAKE -- IF THAT CANNOT BE
      *    RECORDED NOTHING IS POSTED, SO A RERUN CAN NEVER FIND THE
      *    HOLD STILL OPEN AND POST THE PURCHASE A SECOND TIME.
           MOVE CAU-STATUS TO SAVED-AUTH-STATUS
           IF STL-AMOUNT NOT = CAU-AMOUNT
               MOVE "ADJUSTED" TO RPT-OUTCOME
           ELSE
               MOVE "POSTED" TO RPT-OUTCOME
           END-IF
           SET CAU-STATUS-SETTLED TO TRUE
           MOVE TODAY-YYYYMMDD TO CAU-SETTLED-DATE
           MOVE STL-AMOUNT TO CAU-SETTLED-AMOUNT
           COMPUTE CAU-LEDGER-SEQUENCE = ACCOUNT-TXN-MAX-SEQUENCE + 1
           REWRITE CARD-AUTH-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not mark authorization "
                       CAU-AUTH-NUMBER " settled, file status: "
                       CARD-AUTH-STATUS
                   MOVE "NOT POSTED" TO RPT-OUTCOME
                   ADD 1 TO LINES-REJECTED
                   ADD STL-AMOUNT TO REJECTED-TOTAL
                   PERFORM WRITE-DETAIL-LINE
                   GO TO HANDLE-SETTLEMENT-LINE-EXIT
           END-REWRITE

           MOVE CAU-ACCOUNT-NUMBER TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE

           MOVE CAU-ACCOUNT-NUMBER TO TXN-ACCOUNT-HASH
           SET TXN-IS-CARD-PURCHASE TO TRUE
           MOVE STL-AMOUNT TO TXN-AMOUNT
           COMPUTE TXN-BALANCE-AFTER = TXN-SEEK-BALANCE - STL-AMOUNT
           MOVE TODAY-YYYYMMDD TO TXN-DATE
           MOVE CAU-AUTH-NUMBER TO TXN-COUNTERPART-HASH
           ADD 1 TO ACCOUNT-TXN-MAX-SEQUENCE
           MOVE ACCOUNT-TXN-MAX-SEQUENCE TO TXN-SEQUENCE
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE ZERO TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

      *    THE BALANCE SEEK LEAVES ACCOUNT-TXN-KEY ON THE LAST RECORD
      *    READ -- RE-DERIVE IT FROM THE RECORD COUNT BEFORE WRITING,
      *    SAME AS MAN2.
           COMPUTE ACCOUNT-TXN-KEY =
               ACCOUNT-TXN-RECORD-COUNT + 1
           WRITE ACCOUNT-TXN-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not post settlement for account "
                       CAU-ACCOUNT-NUMBER ", file status: "
                       ACCOUNT-TXN-STATUS
                   MOVE "NOT POSTED" TO RPT-OUTCOME
                   ADD 1 TO LINES-REJECTED
                   ADD STL-AMOUNT TO REJECTED-TOTAL
                   PERFORM WRITE-DETAIL-LINE
                   PERFORM REOPEN-SETTLED-HOLD
                   GO TO HANDLE-SETTLEMENT-LINE-EXIT
           END-WRITE
           ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
           PERFORM ACCOUNT-POSITION-UPDATE

      *    SETTLED RELEASED THE HOLD -- THE LEDGER ENTRY NOW CARRIES
      *    THE MONEY INSTEAD.
           IF STL-AMOUNT NOT = CAU-AMOUNT
               ADD 1 TO LINES-ADJUSTED
               ADD STL-AMOUNT TO ADJUSTED-TOTAL
           END-IF

           ADD 1 TO LINES-POSTED
           ADD STL-AMOUNT TO POSTED-TOTAL
           PERFORM WRITE-DETAIL-LINE.

       HANDLE-SETTLEMENT-LINE-EXIT.
           EXIT.

      *    THE LEDGER ENTRY FOR A HOLD JUST MARKED SETTLED COULD NOT BE
      *    WRITTEN -- THE HOLD GOES BACK TO WHAT IT WAS, SO THE NEXT
      *    RUN POSTS THE LINE.
       REOPEN-SETTLED-HOLD                                      SECTION.
           MOVE SAVED-AUTH-STATUS TO CAU-STATUS
           MOVE ZERO TO CAU-SETTLED-DATE
           MOVE ZERO TO CAU-SETTLED-AMOUNT
           MOVE ZERO TO CAU-LEDGER-SEQUENCE
           MOVE CAU-AUTH-NUMBER TO CARD-AUTH-KEY
           REWRITE CARD-AUTH-RECORD
               INVALID KEY
                   DISPLAY "[X] Authorization " CAU-AUTH-NUMBER
                       " is marked settled but was not posted, "
                       "file status: " CARD-AUTH-STATUS
           END-REWRITE.

      *    THE AUTHORIZATION GIVEN UNDER THE LINE'S CARD AND NETWORK
      *    REFERENCE. A DECLINE NEVER COUNTS -- THE NETWORK SHOULD NOT
      *    HAVE CLEARED IT. WHERE A REFERENCE WAS REUSED, THE LAST
      *    APPROVAL STILL OPEN WINS OVER ONE ALREADY SETTLED.
       FIND-SETTLED-AUTHORIZATION                               SECTION.
           MOVE ZERO TO MATCHED-AUTH-NUMBER
           MOVE 1 TO CARD-AUTH-KEY
           START CARD-AUTH
                   KEY IS NOT LESS THAN CARD-AUTH-KEY
               INVALID KEY
                   SET CARD-AUTH-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CARD-AUTH-OK TO TRUE
           END-START

           PERFORM UNTIL CARD-AUTH-NOT-FOUND
               READ CARD-AUTH NEXT RECORD
                   AT END
                       SET CARD-AUTH-NOT-FOUND TO TRUE
                   NOT AT END
                       IF CAU-CARD-NUMBER = STL-CARD-NUMBER
                               AND CAU-NETWORK-REFERENCE
                                   = STL-NETWORK-REFERENCE
                               AND NOT CAU-STATUS-DECLINED
                           PERFORM TAKE-MATCHED-AUTHORIZATION
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-MATCHED-AUTHORIZATION                               SECTION.
           IF MATCHED-AUTH-NUMBER = ZERO
                   OR NOT CAU-STATUS-SETTLED
               MOVE CAU-AUTH-NUMBER TO MATCHED-AUTH-NUMBER
           END-IF.

      *    APPROVALS THE NETWORK NEVER SETTLED WHILE THE HOLD LASTED.
      *    THE HOLD HAS ALREADY STOPPED COUNTING (CARD-HELD-BALANCE
      *    LOOKS AT THE EXPIRY DATE); THIS MAKES IT FINAL AND PUTS IT
      *    IN FRONT OF THE CARD OPERATIONS DESK. A SETTLEMENT THAT
      *    STILL TURNS UP LATER IS POSTED ALL THE SAME.
       LAPSE-UNSETTLED-HOLDS                                    SECTION.
           MOVE 1 TO CARD-AUTH-KEY
           START CARD-AUTH
                   KEY IS NOT LESS THAN CARD-AUTH-KEY
               INVALID KEY
                   SET CARD-AUTH-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CARD-AUTH-OK TO TRUE
           END-START

           PERFORM UNTIL CARD-AUTH-NOT-FOUND
               READ CARD-AUTH NEXT RECORD
                   AT END
                       SET CARD-AUTH-NOT-FOUND TO TRUE
                   NOT AT END
                       IF CAU-STATUS-APPROVED
                               AND CAU-HOLD-EXPIRY-DATE
                                   <= TODAY-YYYYMMDD
                           PERFORM LAPSE-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM.

       LAPSE-ONE-HOLD                                           SECTION.
           SET CAU-STATUS-LAPSED TO TRUE
           REWRITE CARD-AUTH-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not lapse authorization "
                       CAU-AUTH-NUMBER ", file status: "
                       CARD-AUTH-STATUS
                   GO TO LAPSE-ONE-HOLD-EXIT
           END-REWRITE

           ADD 1 TO HOLDS-LAPSED
           ADD CAU-AMOUNT TO LAPSED-TOTAL
           MOVE CAU-CARD-NUMBER TO RPT-CARD-NUMBER
           MOVE CAU-NETWORK-REFERENCE TO RPT-REFERENCE
           MOVE CAU-ACCOUNT-NUMBER TO RPT-ACCOUNT-ID
           MOVE CAU-AMOUNT TO RPT-AMOUNT
           MOVE CAU-AUTH-NUMBER TO RPT-AUTH-NUMBER
           MOVE "LAPSED" TO RPT-OUTCOME
           PERFORM WRITE-DETAIL-LINE.

       LAPSE-ONE-HOLD-EXIT.
           EXIT.

      *    A CARD IS GOOD THROUGH THE LAST DAY OF ITS EXPIRY MONTH.
      *    LOST/STOLEN CARDS KEEP THAT STATUS.
       EXPIRE-OLD-CARDS                                         SECTION.
           MOVE 1 TO CARD-MASTER-KEY
           START CARD-MASTER
                   KEY IS NOT LESS THAN CARD-MASTER-KEY
               INVALID KEY
                   SET CARD-MASTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CARD-MASTER-OK TO TRUE
           END-START

           PERFORM UNTIL CARD-MASTER-NOT-FOUND
               READ CARD-MASTER NEXT RECORD
                   AT END
                       SET CARD-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       IF CRD-STATUS-LIVE
                               AND CRD-EXPIRY-MONTH < TODAY-MONTH
                           PERFORM EXPIRE-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM.

       EXPIRE-ONE-CARD                                          SECTION.
           SET CRD-STATUS-EXPIRED TO TRUE
           MOVE TODAY-YYYYMMDD TO CRD-STATUS-DATE
           MOVE "PAST EXPIRY MONTH" TO CRD-BLOCK-REASON
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not expire card "
                       CRD-NUMBER ", file status: "
                       CARD-MASTER-STATUS
                   GO TO EXPIRE-ONE-CARD-EXIT
           END-REWRITE
           ADD 1 TO CARDS-EXPIRED.

       EXPIRE-ONE-CARD-EXIT.
           EXIT.

       WRITE-DETAIL-LINE                                        SECTION.
           MOVE REPORT-DETAIL-LINE TO SETTLEMENT-REPORT-LINE
           WRITE SETTLEMENT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-DETAIL-LINE.

       WRITE-COUNT-LINE                                         SECTION.
           MOVE REPORT-COUNT-LINE TO SETTLEMENT-REPORT-LINE
           WRITE SETTLEMENT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT.

           COPY ACCTXOPN.
           COPY ACCTPOPN.
           COPY ACCTPUPD.
           COPY ACCTXFND.
           COPY CARDOPN.
           COPY CAUOPN.
           COPY RUNCGET.
           COPY RPTCWRT.
