       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         BAT19.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        NIGHTLY INWARD CLEARING OF OUR OWN CHEQUES.
      *                    READS THE COMPENSATION FILE OF CHEQUES
      *                    DRAWN ON OUR CUSTOMERS AND DEPOSITED AT
      *                    OTHER BANKS (data/COMPEIN.DAT, ONE CHEQUE
      *                    PER LINE) AND PAYS EACH ONE THE WAY MAN14
      *                    PAYS A CHEQUE AT THE COUNTER: THE NUMBER
      *                    MUST FALL IN A BOOK ISSUED TO THE ACCOUNT,
      *                    CARRY NO ACTIVE STOP, NOT HAVE BEEN PAID
      *                    ALREADY (CHQFND.CPY), AND BE COVERED BY THE
      *                    AVAILABLE BALANCE (NET OF HOLDS AND OF
      *                    COURT-FROZEN MONEY) PLUS THE AUTHORIZED
      *                    OVERDRAFT. A GOOD CHEQUE POSTS AS A "Q"
      *                    LEDGER DEBIT CARRYING ITS NUMBER. A BAD ONE
      *                    GOES BACK TO THE PRESENTING BANK ON THE
      *                    RETURN FILE (data/COMPEDEV.DAT) WITH ITS
      *                    COMPENSATION RETURN REASON AND IS RECORDED
      *                    ON CHEQUE-CONTROL AS AN "R" RECORD. THE
      *                    FIRST INSUFFICIENT-FUNDS RETURN OF A CHEQUE
      *                    IS REASON 11; WHEN THE SAME CHEQUE COMES
      *                    BACK AGAIN AND STILL CANNOT BE COVERED IT
      *                    IS REASON 12, AND THE ACCOUNT HOLDER IS
      *                    ENTERED ON THE BOUNCED-CHEQUE REGISTRY FOR
      *                    THE CENTRAL BANK (CCFREC.CPY) -- WHICH
      *                    STOPS MAN14 ISSUING THEM ANOTHER BOOK.
      *                    FINISHES WITH A SPOOLED CONTROL REPORT.
      *                    RUN-CONTROLLED PER BUSINESS DATE. RUN
      *                    STANDALONE IN THE NIGHTLY WINDOW -- NOT ON
      *                    THE MAN0 MENU.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY ACCTXSEL.
           COPY ACCTHSEL.
           COPY ACCTPSEL.
           COPY CHQSEL.
           COPY CCFSEL.
           COPY JUDSEL.
           COPY CAUSEL.
           COPY RUNCSEL.
           COPY AUDITSEL.
           SELECT PRESENTMENT-FILE
               ASSIGN TO "data/COMPEIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRESENTMENT-FILE-STATUS.
           SELECT RETURN-FILE
               ASSIGN TO "data/COMPEDEV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-FILE-STATUS.
           SELECT CLEARING-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARING-REPORT-STATUS.
           COPY RPTCSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENTREC.
       FD  ACCOUNT-MASTER.
           COPY ACCTMREC.
       FD  ACCOUNT-TXN.
           COPY ACCTXREC.
       FD  HISTORY-TXN.
           COPY ACCTHREC.
       FD  ACCOUNT-POSITION.
           COPY ACCTPREC.
       FD  CHEQUE-CONTROL.
           COPY CHQREC.
       FD  CCF-REGISTRY.
           COPY CCFREC.
       FD  JUDICIAL-BLOCK.
           COPY JUDREC.
       FD  CARD-AUTH.
           COPY CAUREC.
       FD  RUN-CONTROL.
           COPY RUNCREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.

       FD  PRESENTMENT-FILE.
       01  PRESENTMENT-RECORD.
           02  PRS-ACCOUNT-NUMBER            PIC 9(10).
           02  PRS-CHEQUE-NUMBER             PIC 9(10).
           02  PRS-AMOUNT                    PIC 9(9)V99.
           02  PRS-PRESENTING-BANK           PIC 9(3).
           02  PRS-CAPTURE-DATE              PIC 9(8).

      *    THE RETURNED CHEQUE GOES BACK EXACTLY AS PRESENTED, WITH THE
      *    COMPENSATION RETURN REASON APPENDED.
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           02  RTN-ORIGINAL-ITEM             PIC X(42).
           02  RTN-REASON-CODE               PIC 9(02).
               88  RTN-NSF-FIRST               VALUE 11.
               88  RTN-NSF-SECOND              VALUE 12.
               88  RTN-ACCOUNT-CLOSED          VALUE 13.
               88  RTN-STOP-PAYMENT            VALUE 21.
               88  RTN-FORMAL-ERROR            VALUE 31.
               88  RTN-NOT-ISSUED              VALUE 35.
               88  RTN-ALREADY-PAID            VALUE 49.

       FD  CLEARING-REPORT.
       01  CLEARING-REPORT-LINE               PIC X(80).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY ACCTXSTA.
           COPY ACCTHSTA.
           COPY ACCTPSTA.
           COPY CHQSTA.
           COPY CCFSTA.
           COPY JUDSTA.
           COPY CAUSTA.
           COPY RUNCSTA.
           COPY AUDITSTA.
           COPY RPTCSTA.
           COPY OPERSTA.
       77  PRESENTMENT-FILE-STATUS            PIC XX.
           88  PRESENTMENT-FILE-OK              VALUE "00".
           88  PRESENTMENT-FILE-MISSING         VALUE "35".
       77  PRESENTMENT-EOF-SW                 PIC X VALUE "N".
           88  PRESENTMENT-EOF                  VALUE "Y".
       77  RETURN-FILE-STATUS                 PIC XX.
       77  CLEARING-REPORT-STATUS             PIC XX.
       77  RUN-DATE                           PIC 9(8).
       77  ITEM-BALANCE                       PIC S9(9)V99.
       77  ITEM-NEW-BALANCE                   PIC S9(9)V99.
       77  ITEM-HEADROOM                      PIC S9(9)V99.
       77  PRIOR-NSF-SW                       PIC X.
           88  PRIOR-NSF-RETURN                 VALUE "Y".
           88  NO-PRIOR-NSF-RETURN              VALUE "N".
       77  CHEQUES-READ                       PIC 9(6) VALUE ZERO.
       77  CHEQUES-PAID                       PIC 9(6) VALUE ZERO.
       77  PAID-TOTAL                         PIC 9(11)V99 VALUE ZERO.
       77  NSF-RETURNS                        PIC 9(6) VALUE ZERO.
       77  NSF-TOTAL                          PIC 9(11)V99 VALUE ZERO.
       77  OTHER-RETURNS                      PIC 9(6) VALUE ZERO.
       77  OTHER-TOTAL                        PIC 9(11)V99 VALUE ZERO.
       77  CCF-INCLUSIONS                     PIC 9(6) VALUE ZERO.
       77  CCF-TOTAL                          PIC 9(11)V99 VALUE ZERO.
       01  CCF-AUDIT-DETAIL.
           02  FILLER                         PIC X(04) VALUE
               "CPF ".
           02  CCF-AUDIT-CPF                  PIC 9(11).
           02  FILLER                         PIC X(08) VALUE
               " CHEQUE ".
           02  CCF-AUDIT-CHEQUE               PIC 9(10).
           02  FILLER                         PIC X(08) VALUE
               " REASON ".
           02  CCF-AUDIT-REASON               PIC 9(02).
           02  FILLER                         PIC X(08) VALUE
               " AMOUNT ".
           02  CCF-AUDIT-AMOUNT               PIC Z(8)9.99.
       01  REPORT-HEADING-LINE.
           02  FILLER                        PIC X(12) VALUE
               "ACCOUNT ID".
           02  FILLER                        PIC X(12) VALUE
               "CHEQUE".
           02  FILLER                        PIC X(15) VALUE
               "AMOUNT".
           02  FILLER                        PIC X(06) VALUE
               "BANK".
           02  FILLER                        PIC X(10) VALUE
               "OUTCOME".
           02  FILLER                        PIC X(04) VALUE
               "RC".
       01  REPORT-DETAIL-LINE.
           02  RPT-ACCOUNT-ID                PIC 9(10).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-CHEQUE-NUMBER             PIC 9(10).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-AMOUNT                    PIC Z(9)9.99.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-BANK                      PIC 9(03).
           02  FILLER                        PIC X(03) VALUE SPACES.
           02  RPT-OUTCOME                   PIC X(10).
           02  RPT-REASON                    PIC X(02).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-CCF-FLAG                  PIC X(03).
       01  REPORT-COUNT-LINE.
           02  RPT-COUNT-LABEL               PIC X(24).
           02  RPT-COUNT-VALUE               PIC ZZZ,ZZ9.
           02  FILLER                        PIC X(09) VALUE
               "  AMOUNT ".
           02  RPT-COUNT-AMOUNT              PIC Z(10)9.99.

       PROCEDURE                                               DIVISION.
       MAIN.
           DISPLAY "---------------------------------------------------"
           DISPLAY " NIGHTLY INWARD CHEQUE CLEARING"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

      *    ONE CLEARING RUN PER BUSINESS DATE -- A SECOND ATTEMPT
      *    WOULD RETURN EVERY GOOD CHEQUE AS ALREADY PAID AND COUNT
      *    EVERY BOUNCED ONE A SECOND TIME.
           MOVE "BAT19" TO RUN-SEEK-JOB-NAME
           MOVE RUN-DATE TO RUN-SEEK-DATE
           PERFORM CHECK-JOB-ALREADY-RUN
           IF RUN-ALREADY-DONE
               DISPLAY "[X] Inward clearing has already run for "
                   "business day " RUN-SEEK-DATE
               GOBACK
           END-IF

           OPEN INPUT PRESENTMENT-FILE
           IF PRESENTMENT-FILE-MISSING
               DISPLAY "[X] No data/COMPEIN.DAT to process."
               GOBACK
           END-IF

           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION
      *    THE NIGHTLY WINDOW RUNS SINGLE-STREAMED (SEE LOCKGET), SO
      *    THIS JOB MAY REBUILD STALE POSITION RECORDS AS IT READS.
           SET POSITION-REBUILD-ALLOWED TO TRUE
           PERFORM OPEN-CHEQUE-CONTROL
           PERFORM OPEN-CCF-REGISTRY
           OPEN OUTPUT RETURN-FILE
           MOVE "BAT19" TO SPOOL-PROGRAM-ID
           MOVE "COMPEIN" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT CLEARING-REPORT

           MOVE REPORT-HEADING-LINE TO CLEARING-REPORT-LINE
           WRITE CLEARING-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-HEADING-LINE

           PERFORM UNTIL PRESENTMENT-EOF
               READ PRESENTMENT-FILE
                   AT END
                       SET PRESENTMENT-EOF TO TRUE
                   NOT AT END
                       PERFORM HANDLE-PRESENTED-CHEQUE
               END-READ
           END-PERFORM

           MOVE "CHEQUES PAID:" TO RPT-COUNT-LABEL
           MOVE CHEQUES-PAID TO RPT-COUNT-VALUE
           MOVE PAID-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "RETURNED NO FUNDS:" TO RPT-COUNT-LABEL
           MOVE NSF-RETURNS TO RPT-COUNT-VALUE
           MOVE NSF-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "RETURNED OTHER REASON:" TO RPT-COUNT-LABEL
           MOVE OTHER-RETURNS TO RPT-COUNT-VALUE
           MOVE OTHER-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CCF INCLUSIONS:" TO RPT-COUNT-LABEL
           MOVE CCF-INCLUSIONS TO RPT-COUNT-VALUE
           MOVE CCF-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE

           CLOSE PRESENTMENT-FILE
           CLOSE CLIENT-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE ACCOUNT-TXN
           CLOSE ACCOUNT-POSITION
           CLOSE CHEQUE-CONTROL
           CLOSE CCF-REGISTRY
           CLOSE RETURN-FILE
           CLOSE CLEARING-REPORT
           PERFORM CATALOG-SPOOL-FILE

           DISPLAY ""
           DISPLAY "[!] Cheques presented: " CHEQUES-READ
           DISPLAY "[!] Cheques paid: " CHEQUES-PAID
               " totalling " PAID-TOTAL
           DISPLAY "[!] Returned for insufficient funds: " NSF-RETURNS
               " totalling " NSF-TOTAL
           DISPLAY "[!] Returned for other reasons: " OTHER-RETURNS
               " totalling " OTHER-TOTAL
           DISPLAY "[!] Customers entered on the CCF: " CCF-INCLUSIONS
           DISPLAY "[!] Returns written to data/COMPEDEV.DAT"

           PERFORM RECORD-JOB-RUN
           GOBACK.

      *    ONE PRESENTED CHEQUE. EVERY CHECK THAT FAILS SENDS IT TO
      *    THE RETURN FILE INSTEAD OF THE LEDGER -- THE PRESENTING
      *    BANK GETS EVERY CHEQUE EITHER PAID OR BACK, NEVER
      *    SILENTLY DROPPED.
       HANDLE-PRESENTED-CHEQUE                                  SECTION.
           ADD 1 TO CHEQUES-READ

           MOVE PRS-ACCOUNT-NUMBER TO RPT-ACCOUNT-ID
           MOVE PRS-CHEQUE-NUMBER TO RPT-CHEQUE-NUMBER
           MOVE PRS-AMOUNT TO RPT-AMOUNT
           MOVE PRS-PRESENTING-BANK TO RPT-BANK
           MOVE SPACES TO RPT-REASON
           MOVE SPACES TO RPT-CCF-FLAG

           IF PRS-AMOUNT = ZERO OR PRS-CHEQUE-NUMBER = ZERO
               SET RTN-FORMAL-ERROR TO TRUE
               PERFORM RETURN-THIS-CHEQUE
               GO TO HANDLE-PRESENTED-CHEQUE-EXIT
           END-IF

           MOVE PRS-ACCOUNT-NUMBER TO ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT

           IF ACCOUNT-RESOLVE-NOT-FOUND
               SET RTN-FORMAL-ERROR TO TRUE
               PERFORM RETURN-THIS-CHEQUE
               GO TO HANDLE-PRESENTED-CHEQUE-EXIT
           END-IF

           IF RESOLVED-ACCOUNT-NOT-ACTIVE
               SET RTN-ACCOUNT-CLOSED TO TRUE
               PERFORM RETURN-THIS-CHEQUE
               GO TO HANDLE-PRESENTED-CHEQUE-EXIT
           END-IF

      *    THE SAME THREE CHECKS, IN THE SAME ORDER, AS MAN14'S
      *    POST-CHEQUE.
           MOVE PRS-ACCOUNT-NUMBER TO CHQ-SEEK-ACCOUNT
           MOVE PRS-CHEQUE-NUMBER TO CHQ-SEEK-NUMBER
           PERFORM CHECK-NUMBER-IN-A-BOOK
           IF NUMBER-NOT-IN-RANGE
               SET RTN-NOT-ISSUED TO TRUE
               PERFORM RETURN-THIS-CHEQUE
               GO TO HANDLE-PRESENTED-CHEQUE-EXIT
           END-IF
      *    A BOOK FROZEN ON A HOLDER'S DEATH PAYS NOTHING UNTIL THE
      *    ESTATE IS PAID OUT, AND NOTHING EVER AGAIN IF IT WAS THEN
      *    CANCELLED.
           IF BOOK-ESTATE-FROZEN
               SET RTN-ACCOUNT-CLOSED TO TRUE
               PERFORM RETURN-THIS-CHEQUE
               GO TO HANDLE-PRESENTED-CHEQUE-EXIT
           END-IF

           PERFORM CHECK-ACTIVE-STOP
           IF STOP-IS-ACTIVE
               SET RTN-STOP-PAYMENT TO TRUE
               PERFORM RETURN-THIS-CHEQUE
               GO TO HANDLE-PRESENTED-CHEQUE-EXIT
           END-IF

           PERFORM CHECK-ALREADY-PAID
           IF CHEQUE-ALREADY-PAID
               SET RTN-ALREADY-PAID TO TRUE
               PERFORM RETURN-THIS-CHEQUE
               GO TO HANDLE-PRESENTED-CHEQUE-EXIT
           END-IF

           MOVE PRS-ACCOUNT-NUMBER TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE TXN-SEEK-BALANCE TO ITEM-BALANCE
           MOVE PRS-ACCOUNT-NUMBER TO JUD-SEEK-ACCOUNT
           PERFORM JUDICIAL-FROZEN-BALANCE
           MOVE PRS-ACCOUNT-NUMBER TO CAU-SEEK-ACCOUNT
           PERFORM CARD-HELD-BALANCE
           COMPUTE ITEM-HEADROOM =
               ITEM-BALANCE - TXN-SEEK-HELD-AMOUNT
               - JUD-FROZEN-TOTAL - CAU-HELD-TOTAL
               + ACCOUNT-RESOLVE-OVERDRAFT

      *    NOT COVERED: THE FIRST TIME THIS CHEQUE BOUNCES IT IS
      *    REASON 11; IF IT HAS BOUNCED FOR FUNDS BEFORE, REASON 12
      *    AND THE HOLDER GOES ON THE CCF.
           IF PRS-AMOUNT > ITEM-HEADROOM
               PERFORM CHECK-PRIOR-NSF-RETURN
               IF PRIOR-NSF-RETURN
                   SET RTN-NSF-SECOND TO TRUE
                   PERFORM ENTER-ON-CCF
               ELSE
                   SET RTN-NSF-FIRST TO TRUE
               END-IF
               PERFORM RETURN-THIS-CHEQUE
               GO TO HANDLE-PRESENTED-CHEQUE-EXIT
           END-IF

           COMPUTE ITEM-NEW-BALANCE = ITEM-BALANCE - PRS-AMOUNT

           MOVE PRS-ACCOUNT-NUMBER TO TXN-ACCOUNT-HASH
           SET TXN-IS-CHEQUE TO TRUE
           MOVE PRS-AMOUNT TO TXN-AMOUNT
           MOVE ITEM-NEW-BALANCE TO TXN-BALANCE-AFTER
           MOVE RUN-DATE TO TXN-DATE
      *    THE CHEQUE NUMBER RIDES IN THE COUNTERPART FIELD -- SEE
      *    ACCTXREC.CPY.
           MOVE PRS-CHEQUE-NUMBER TO TXN-COUNTERPART-HASH
           ADD 1 TO ACCOUNT-TXN-MAX-SEQUENCE
           MOVE ACCOUNT-TXN-MAX-SEQUENCE TO TXN-SEQUENCE
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE ZERO TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

      *    THE BALANCE AND PAID-CHEQUE SCANS LEAVE ACCOUNT-TXN-KEY ON
      *    THE LAST RECORD READ -- RE-DERIVE IT FROM THE RECORD COUNT
      *    BEFORE WRITING, SAME AS BAT9.
           COMPUTE ACCOUNT-TXN-KEY =
               ACCOUNT-TXN-RECORD-COUNT + 1
           WRITE ACCOUNT-TXN-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not post cheque "
                       PRS-CHEQUE-NUMBER " for account "
                       PRS-ACCOUNT-NUMBER ", file status: "
                       ACCOUNT-TXN-STATUS
                   SET RTN-FORMAL-ERROR TO TRUE
                   PERFORM RETURN-THIS-CHEQUE
                   GO TO HANDLE-PRESENTED-CHEQUE-EXIT
           END-WRITE
           ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
           PERFORM ACCOUNT-POSITION-UPDATE

           ADD 1 TO CHEQUES-PAID
           ADD PRS-AMOUNT TO PAID-TOTAL

           MOVE "PAID" TO RPT-OUTCOME
           MOVE REPORT-DETAIL-LINE TO CLEARING-REPORT-LINE
           WRITE CLEARING-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-DETAIL-LINE.

       HANDLE-PRESENTED-CHEQUE-EXIT.
           EXIT.

      *    HAS THIS CHEQUE ALREADY BEEN RETURNED ONCE FOR
      *    INSUFFICIENT FUNDS (AN "R" RECORD WITH REASON 11)?
       CHECK-PRIOR-NSF-RETURN                                   SECTION.
           SET NO-PRIOR-NSF-RETURN TO TRUE
           MOVE 1 TO CHEQUE-CONTROL-KEY
           START CHEQUE-CONTROL
                   KEY IS NOT LESS THAN CHEQUE-CONTROL-KEY
               INVALID KEY
                   SET CHEQUE-CONTROL-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL CHEQUE-CONTROL-NOT-FOUND
                       OR PRIOR-NSF-RETURN
               READ CHEQUE-CONTROL NEXT RECORD
                   AT END
                       SET CHEQUE-CONTROL-NOT-FOUND TO TRUE
                   NOT AT END
                       IF CHQ-IS-RETURN
                               AND CHQ-ACCOUNT-NUMBER
                                   = PRS-ACCOUNT-NUMBER
                               AND CHQ-START-NUMBER
                                   = PRS-CHEQUE-NUMBER
                               AND CHQ-RETURN-REASON = 11
                           SET PRIOR-NSF-RETURN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *    A SECOND INSUFFICIENT-FUNDS RETURN -- ONE OCCURRENCE ON THE
      *    REGISTRY UNDER THE ACCOUNT HOLDER'S CPF, STAMPED TO THE
      *    AUDIT TRAIL.
       ENTER-ON-CCF                                             SECTION.
           MOVE SPACES TO CCF-REGISTRY-RECORD
           MOVE CLIENT-CPF TO CCF-CPF
           MOVE CLIENT-NAME TO CCF-CLIENT-NAME
           MOVE PRS-ACCOUNT-NUMBER TO CCF-ACCOUNT-NUMBER
           MOVE PRS-CHEQUE-NUMBER TO CCF-CHEQUE-NUMBER
           MOVE PRS-AMOUNT TO CCF-AMOUNT
           MOVE 12 TO CCF-RETURN-REASON
           MOVE RUN-DATE TO CCF-INCLUSION-DATE
           SET CCF-STATUS-ACTIVE TO TRUE
           MOVE RUN-DATE TO CCF-STATUS-DATE

           COMPUTE CCF-REGISTRY-KEY = CCF-REGISTRY-RECORD-COUNT + 1
           WRITE CCF-REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not enter CPF " CLIENT-CPF
                       " on the CCF, file status: "
                       CCF-REGISTRY-STATUS
                   GO TO ENTER-ON-CCF-EXIT
           END-WRITE
           ADD 1 TO CCF-REGISTRY-RECORD-COUNT
           ADD 1 TO CCF-INCLUSIONS
           ADD PRS-AMOUNT TO CCF-TOTAL
           MOVE "CCF" TO RPT-CCF-FLAG

           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "BAT19" TO AUDIT-PROGRAM
           MOVE "CCFINCL" TO AUDIT-ACTION
           MOVE PRS-ACCOUNT-NUMBER TO AUDIT-ACCOUNT-ID
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           MOVE CLIENT-CPF TO CCF-AUDIT-CPF
           MOVE PRS-CHEQUE-NUMBER TO CCF-AUDIT-CHEQUE
           MOVE CCF-RETURN-REASON TO CCF-AUDIT-REASON
           MOVE PRS-AMOUNT TO CCF-AUDIT-AMOUNT
           MOVE CCF-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL.

       ENTER-ON-CCF-EXIT.
           EXIT.

      *    THE CALLER HAS ALREADY SET THE RETURN REASON -- RECORD THE
      *    RETURN AGAINST A CHEQUE OF OURS ON CHEQUE-CONTROL, COUNT
      *    IT, AND SHIP IT BACK AS PRESENTED. THE RETURN RECORD IS
      *    WRITTEN LAST, SINCE ITS REASON CODE IS READ ON THE WAY.
       RETURN-THIS-CHEQUE                                       SECTION.
           MOVE PRESENTMENT-RECORD TO RTN-ORIGINAL-ITEM

           IF RTN-NSF-FIRST OR RTN-NSF-SECOND
               ADD 1 TO NSF-RETURNS
               ADD PRS-AMOUNT TO NSF-TOTAL
           ELSE
               ADD 1 TO OTHER-RETURNS
               ADD PRS-AMOUNT TO OTHER-TOTAL
           END-IF

           IF ACCOUNT-RESOLVE-FOUND AND NOT RTN-FORMAL-ERROR
               MOVE SPACES TO CHEQUE-CONTROL-RECORD
               SET CHQ-IS-RETURN TO TRUE
               MOVE PRS-ACCOUNT-NUMBER TO CHQ-ACCOUNT-NUMBER
               MOVE PRS-CHEQUE-NUMBER TO CHQ-START-NUMBER
               MOVE ZERO TO CHQ-END-NUMBER
               MOVE RTN-REASON-CODE TO CHQ-RETURN-REASON
               MOVE RUN-DATE TO CHQ-ISSUE-DATE
               SET CHQ-STATUS-ACTIVE TO TRUE
               COMPUTE CHEQUE-CONTROL-KEY =
                   CHEQUE-CONTROL-RECORD-COUNT + 1
               WRITE CHEQUE-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "[X] Could not record return of "
                           "cheque " PRS-CHEQUE-NUMBER
                           ", file status: " CHEQUE-CONTROL-STATUS
                   NOT INVALID KEY
                       ADD 1 TO CHEQUE-CONTROL-RECORD-COUNT
               END-WRITE
           END-IF

           MOVE "RETURNED" TO RPT-OUTCOME
           MOVE RTN-REASON-CODE TO RPT-REASON
           MOVE REPORT-DETAIL-LINE TO CLEARING-REPORT-LINE
           WRITE CLEARING-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-DETAIL-LINE

           WRITE RETURN-RECORD.

       WRITE-COUNT-LINE                                         SECTION.
           MOVE REPORT-COUNT-LINE TO CLEARING-REPORT-LINE
           WRITE CLEARING-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTMFND.
           COPY ACCTXOPN.
           COPY ACCTPOPN.
           COPY ACCTPUPD.
           COPY ACCTXFND.
           COPY CHQOPN.
           COPY CHQFND.
           COPY CCFOPN.
           COPY JUDFND.
           COPY CAUFND.
           COPY RUNCGET.
           COPY RPTCWRT.
           COPY AUDITWRT.
