       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         BAT18.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        DAILY PIX SETTLEMENT AND RECONCILIATION.
      *                    RUN AFTER THE SPI CLOSES THE BUSINESS DAY.
      *                    WRITES THE DAY'S SETTLEMENT FILE
      *                    (data/PIXSETL.DAT) -- ONE LINE PER PIX
      *                    MOVEMENT GTW1 SENT OR RECEIVED THROUGH THE
      *                    SPI (PIXMREC.CPY) AND A TRAILER WITH THE
      *                    COUNTS, THE TOTAL SENT, THE TOTAL RECEIVED
      *                    AND THE NET DUE TO OR FROM THE BANK'S
      *                    SETTLEMENT ACCOUNT AT THE CENTRAL BANK.
      *                    PAYMENTS BETWEEN TWO OF OUR OWN KEYS NEVER
      *                    LEFT THE HOUSE AND ARE NOT SETTLED.
      *                    THE DAY'S MOVEMENTS ARE THEN MATCHED BY
      *                    END-TO-END ID AGAINST THE CENTRAL BANK'S
      *                    STATEMENT OF THAT SETTLEMENT ACCOUNT
      *                    (data/PIXSPI.DAT, "D" A DEBIT FOR A
      *                    PAYMENT WE SENT, "C" A CREDIT FOR ONE WE
      *                    RECEIVED). THE SPOOLED RECONCILIATION
      *                    REPORT LISTS EVERY BREAK -- ON OUR BOOKS
      *                    BUT NOT ON THE STATEMENT, ON THE STATEMENT
      *                    BUT NOT ON OUR BOOKS, OR ON BOTH WITH A
      *                    DIFFERENT AMOUNT -- AND PROVES THE "G" AND
      *                    "U" LEDGER ENTRIES DATED THAT DAY AGAINST
      *                    THE MOVEMENT FILE. NOTHING IS POSTED OR
      *                    CORRECTED HERE; BREAKS ARE WORKED BY THE
      *                    BACK OFFICE. RUN-CONTROLLED PER BUSINESS
      *                    DATE. RUN STANDALONE -- NOT ON THE MAN0
      *                    MENU.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY ACCTXSEL.
           COPY PIXMSEL.
           COPY RUNCSEL.
           SELECT SPI-STATEMENT
               ASSIGN TO "data/PIXSPI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPI-STATEMENT-STATUS.
           SELECT SETTLEMENT-FILE
               ASSIGN TO "data/PIXSETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTLEMENT-FILE-STATUS.
           SELECT PIX-RECON-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIX-RECON-REPORT-STATUS.
           COPY RPTCSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  ACCOUNT-TXN.
           COPY ACCTXREC.
       FD  PIX-MOVEMENT.
           COPY PIXMREC.
       FD  RUN-CONTROL.
           COPY RUNCREC.

      *    ONE LINE PER ENTRY ON THE SETTLEMENT ACCOUNT FOR THE DAY.
       FD  SPI-STATEMENT.
       01  SPI-STATEMENT-RECORD.
           02  SPI-END-TO-END-ID             PIC X(32).
           02  SPI-DIRECTION                 PIC X.
               88  SPI-IS-DEBIT                VALUE "D".
               88  SPI-IS-CREDIT               VALUE "C".
           02  SPI-AMOUNT                    PIC 9(9)V99.
           02  SPI-COUNTERPARTY-ISPB         PIC 9(8).

       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-DETAIL-RECORD.
           02  SET-RECORD-TYPE               PIC X.
               88  SET-IS-DETAIL               VALUE "D".
               88  SET-IS-TRAILER              VALUE "T".
           02  SET-MOVEMENT-NUMBER           PIC 9(8).
           02  SET-DIRECTION                 PIC X.
           02  SET-END-TO-END-ID             PIC X(32).
           02  SET-ACCOUNT-NUMBER            PIC 9(10).
           02  SET-COUNTERPARTY-ISPB         PIC 9(8).
           02  SET-AMOUNT                    PIC 9(9)V99.
       01  SETTLEMENT-TRAILER-RECORD.
           02  SETT-RECORD-TYPE              PIC X.
           02  SETT-BUSINESS-DATE            PIC 9(8).
           02  SETT-SENT-COUNT               PIC 9(6).
           02  SETT-SENT-TOTAL               PIC 9(11)V99.
           02  SETT-RECEIVED-COUNT           PIC 9(6).
           02  SETT-RECEIVED-TOTAL           PIC 9(11)V99.
      *    RECEIVED LESS SENT -- POSITIVE, THE CENTRAL BANK OWES US.
           02  SETT-NET-AMOUNT               PIC S9(11)V99
                                             SIGN LEADING SEPARATE.

       FD  PIX-RECON-REPORT.
       01  PIX-RECON-REPORT-LINE              PIC X(80).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

       WORKING-STORAGE                                          SECTION.
           COPY ACCTXSTA.
           COPY PIXMSTA.
           COPY RUNCSTA.
           COPY RPTCSTA.
           COPY OPERSTA.
       77  SPI-STATEMENT-STATUS               PIC XX.
           88  SPI-STATEMENT-MISSING            VALUE "35".
       77  SPI-EOF-SW                         PIC X VALUE "N".
           88  SPI-EOF                          VALUE "Y".
       77  SETTLEMENT-FILE-STATUS             PIC XX.
       77  PIX-RECON-REPORT-STATUS            PIC XX.
       77  RUN-DATE                           PIC 9(8).
      *    THE DAY'S STATEMENT LOADED INTO MEMORY -- THE MOVEMENT FILE
      *    IS IN POSTING ORDER AND THE STATEMENT IN THE CENTRAL BANK'S,
      *    SO THIS IS A TABLE LOOKUP, NOT A MATCHED MERGE (SAME
      *    REASONING AS BAT3'S RECON-TABLE).
       01  SPI-TABLE.
           02  SPI-ENTRY                     OCCURS 9999 TIMES.
               03  SPI-T-END-TO-END-ID       PIC X(32).
               03  SPI-T-DIRECTION           PIC X.
               03  SPI-T-AMOUNT              PIC 9(9)V99.
               03  SPI-T-MATCHED-SW          PIC X.
                   88  SPI-T-MATCHED           VALUE "Y".
       77  SPI-COUNT                         PIC 9(6) VALUE ZERO.
       77  SPI-I                             PIC 9(6).
       77  SPI-FOUND-I                       PIC 9(6).
      *    SPI-TABLE ONLY HAS ROOM FOR 9999 ENTRIES -- ANY LINE BEYOND
      *    THAT IS COUNTED AND REPORTED RATHER THAN WRITTEN PAST THE END
      *    OF THE TABLE.
       77  SKIPPED-TABLE-FULL                PIC 9(6) VALUE ZERO.
       77  WANTED-DIRECTION                  PIC X.
       77  SENT-COUNT                        PIC 9(6) VALUE ZERO.
       77  SENT-TOTAL                        PIC 9(11)V99 VALUE ZERO.
       77  RECEIVED-COUNT                    PIC 9(6) VALUE ZERO.
       77  RECEIVED-TOTAL                    PIC 9(11)V99 VALUE ZERO.
       77  NET-SETTLEMENT                    PIC S9(11)V99 VALUE ZERO.
       77  ON-US-COUNT                       PIC 9(6) VALUE ZERO.
       77  ON-US-TOTAL                       PIC 9(11)V99 VALUE ZERO.
       77  MATCHED-COUNT                     PIC 9(6) VALUE ZERO.
       77  MATCHED-TOTAL                     PIC 9(11)V99 VALUE ZERO.
       77  AMOUNT-BREAK-COUNT                PIC 9(6) VALUE ZERO.
       77  AMOUNT-BREAK-TOTAL                PIC 9(11)V99 VALUE ZERO.
       77  BOOKS-ONLY-COUNT                  PIC 9(6) VALUE ZERO.
       77  BOOKS-ONLY-TOTAL                  PIC 9(11)V99 VALUE ZERO.
       77  SPI-ONLY-COUNT                    PIC 9(6) VALUE ZERO.
       77  SPI-ONLY-TOTAL                    PIC 9(11)V99 VALUE ZERO.
      *    LEDGER PROOF -- EVERY "G" AND "U" ENTRY DATED THE BUSINESS
      *    DAY, ON-US LEGS INCLUDED, AGAINST EVERY MOVEMENT OF THE DAY.
       77  LEDGER-OUT-COUNT                  PIC 9(6) VALUE ZERO.
       77  LEDGER-OUT-TOTAL                  PIC 9(11)V99 VALUE ZERO.
       77  LEDGER-IN-COUNT                   PIC 9(6) VALUE ZERO.
       77  LEDGER-IN-TOTAL                   PIC 9(11)V99 VALUE ZERO.
       77  BOOK-OUT-COUNT                    PIC 9(6) VALUE ZERO.
       77  BOOK-OUT-TOTAL                    PIC 9(11)V99 VALUE ZERO.
       77  BOOK-IN-COUNT                     PIC 9(6) VALUE ZERO.
       77  BOOK-IN-TOTAL                     PIC 9(11)V99 VALUE ZERO.
       01  REPORT-HEADING-LINE.
           02  FILLER                        PIC X(15) VALUE
               "BREAK".
           02  FILLER                        PIC X(33) VALUE
               "END-TO-END ID".
           02  FILLER                        PIC X(02) VALUE
               "D".
           02  FILLER                        PIC X(14) VALUE
               "OUR BOOKS".
           02  FILLER                        PIC X(12) VALUE
               "STATEMENT".
       01  REPORT-DETAIL-LINE.
           02  RPT-BREAK                     PIC X(14).
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-END-TO-END-ID             PIC X(32).
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-DIRECTION                 PIC X(01).
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-BOOK-AMOUNT               PIC Z(8)9.99.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-SPI-AMOUNT                PIC Z(8)9.99.
       01  REPORT-COUNT-LINE.
           02  RPT-COUNT-LABEL               PIC X(24).
           02  RPT-COUNT-VALUE               PIC ZZZ,ZZ9.
           02  FILLER                        PIC X(09) VALUE
               "  AMOUNT ".
           02  RPT-COUNT-AMOUNT              PIC Z(10)9.99.
       01  REPORT-NET-LINE.
           02  FILLER                        PIC X(24) VALUE
               "NET SETTLEMENT:".
           02  FILLER                        PIC X(16) VALUE SPACES.
           02  RPT-NET-AMOUNT                PIC -(10)9.99.

       PROCEDURE                                               DIVISION.
       MAIN.
           DISPLAY "---------------------------------------------------"
           DISPLAY " DAILY PIX SETTLEMENT AND RECONCILIATION"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           DISPLAY "[?] Business day YYYYMMDD (0 for today):"
           ACCEPT RUN-DATE
           IF RUN-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           END-IF

      *    ONE SETTLEMENT FILE PER BUSINESS DATE -- A SECOND RUN WOULD
      *    OVERWRITE THE ONE ALREADY SENT.
           MOVE "BAT18" TO RUN-SEEK-JOB-NAME
           MOVE RUN-DATE TO RUN-SEEK-DATE
           PERFORM CHECK-JOB-ALREADY-RUN
           IF RUN-ALREADY-DONE
               DISPLAY "[X] PIX settlement has already been run for "
                   "business day " RUN-SEEK-DATE
               GOBACK
           END-IF

           OPEN INPUT SPI-STATEMENT
           IF SPI-STATEMENT-MISSING
               DISPLAY "[X] No data/PIXSPI.DAT settlement-account "
                   "statement -- cannot reconcile."
               GOBACK
           END-IF
           PERFORM UNTIL SPI-EOF
               READ SPI-STATEMENT
                   AT END
                       SET SPI-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-SPI-ENTRY
               END-READ
           END-PERFORM
           CLOSE SPI-STATEMENT

           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-PIX-MOVEMENT
           OPEN OUTPUT SETTLEMENT-FILE
           MOVE "BAT18" TO SPOOL-PROGRAM-ID
           MOVE "PIXRECON" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT PIX-RECON-REPORT

           MOVE REPORT-HEADING-LINE TO PIX-RECON-REPORT-LINE
           WRITE PIX-RECON-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-HEADING-LINE

           MOVE 1 TO PIX-MOVEMENT-KEY
           START PIX-MOVEMENT KEY IS NOT LESS THAN PIX-MOVEMENT-KEY
               INVALID KEY
                   SET PIX-MOVEMENT-NOT-FOUND TO TRUE
           END-START
           PERFORM UNTIL PIX-MOVEMENT-NOT-FOUND
               READ PIX-MOVEMENT NEXT RECORD
                   AT END
                       SET PIX-MOVEMENT-NOT-FOUND TO TRUE
                   NOT AT END
                       IF PIXM-BUSINESS-DATE = RUN-DATE
                           PERFORM SETTLE-ONE-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM REPORT-STATEMENT-ONLY
               VARYING SPI-I FROM 1 BY 1 UNTIL SPI-I > SPI-COUNT

           PERFORM WRITE-SETTLEMENT-TRAILER
           PERFORM PROVE-PIX-LEDGER

           MOVE "SENT VIA SPI:" TO RPT-COUNT-LABEL
           MOVE SENT-COUNT TO RPT-COUNT-VALUE
           MOVE SENT-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "RECEIVED VIA SPI:" TO RPT-COUNT-LABEL
           MOVE RECEIVED-COUNT TO RPT-COUNT-VALUE
           MOVE RECEIVED-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE NET-SETTLEMENT TO RPT-NET-AMOUNT
           MOVE REPORT-NET-LINE TO PIX-RECON-REPORT-LINE
           WRITE PIX-RECON-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           MOVE "ON-US, NOT SETTLED:" TO RPT-COUNT-LABEL
           MOVE ON-US-COUNT TO RPT-COUNT-VALUE
           MOVE ON-US-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "MATCHED:" TO RPT-COUNT-LABEL
           MOVE MATCHED-COUNT TO RPT-COUNT-VALUE
           MOVE MATCHED-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "AMOUNT DIFFERS:" TO RPT-COUNT-LABEL
           MOVE AMOUNT-BREAK-COUNT TO RPT-COUNT-VALUE
           MOVE AMOUNT-BREAK-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "NOT ON STATEMENT:" TO RPT-COUNT-LABEL
           MOVE BOOKS-ONLY-COUNT TO RPT-COUNT-VALUE
           MOVE BOOKS-ONLY-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "NOT ON OUR BOOKS:" TO RPT-COUNT-LABEL
           MOVE SPI-ONLY-COUNT TO RPT-COUNT-VALUE
           MOVE SPI-ONLY-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "STATEMENT LINES SKIPPED:" TO RPT-COUNT-LABEL
           MOVE SKIPPED-TABLE-FULL TO RPT-COUNT-VALUE
           MOVE ZERO TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "LEDGER PIX- ENTRIES:" TO RPT-COUNT-LABEL
           MOVE LEDGER-OUT-COUNT TO RPT-COUNT-VALUE
           MOVE LEDGER-OUT-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "MOVEMENTS SENT:" TO RPT-COUNT-LABEL
           MOVE BOOK-OUT-COUNT TO RPT-COUNT-VALUE
           MOVE BOOK-OUT-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "LEDGER PIX+ ENTRIES:" TO RPT-COUNT-LABEL
           MOVE LEDGER-IN-COUNT TO RPT-COUNT-VALUE
           MOVE LEDGER-IN-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "MOVEMENTS RECEIVED:" TO RPT-COUNT-LABEL
           MOVE BOOK-IN-COUNT TO RPT-COUNT-VALUE
           MOVE BOOK-IN-TOTAL TO RPT-COUNT-AMOUNT
           PERFORM WRITE-COUNT-LINE

           CLOSE ACCOUNT-TXN
           CLOSE PIX-MOVEMENT
           CLOSE SETTLEMENT-FILE
           CLOSE PIX-RECON-REPORT
           PERFORM CATALOG-SPOOL-FILE

           DISPLAY ""
           DISPLAY "[!] Sent via SPI: " SENT-COUNT " totalling "
               SENT-TOTAL
           DISPLAY "[!] Received via SPI: " RECEIVED-COUNT
               " totalling " RECEIVED-TOTAL
           DISPLAY "[!] Net settlement: " NET-SETTLEMENT
           DISPLAY "[!] Matched to statement: " MATCHED-COUNT
           DISPLAY "[!] Amount differs: " AMOUNT-BREAK-COUNT
           DISPLAY "[!] Not on statement: " BOOKS-ONLY-COUNT
           DISPLAY "[!] Not on our books: " SPI-ONLY-COUNT
           IF LEDGER-OUT-TOTAL NOT = BOOK-OUT-TOTAL
                   OR LEDGER-IN-TOTAL NOT = BOOK-IN-TOTAL
               DISPLAY "[X] PIX ledger entries do not agree with the "
                   "movement file -- see the report."
           END-IF
           DISPLAY "[!] Settlement written to data/PIXSETL.DAT"

           PERFORM RECORD-JOB-RUN
           GOBACK.

       LOAD-SPI-ENTRY                                           SECTION.
           IF SPI-COUNT > 9998
               ADD 1 TO SKIPPED-TABLE-FULL
           ELSE
               ADD 1 TO SPI-COUNT
               MOVE SPI-END-TO-END-ID TO SPI-T-END-TO-END-ID(SPI-COUNT)
               MOVE SPI-DIRECTION     TO SPI-T-DIRECTION(SPI-COUNT)
               MOVE SPI-AMOUNT        TO SPI-T-AMOUNT(SPI-COUNT)
               MOVE "N"               TO SPI-T-MATCHED-SW(SPI-COUNT)
           END-IF.

      *    ONE MOVEMENT OF THE BUSINESS DAY. ON-US LEGS COUNT TOWARDS
      *    THE LEDGER PROOF ONLY; EVERYTHING ELSE GOES ON THE
      *    SETTLEMENT FILE AND IS LOOKED FOR ON THE STATEMENT.
       SETTLE-ONE-MOVEMENT                                      SECTION.
           IF PIXM-IS-OUTGOING
               ADD 1 TO BOOK-OUT-COUNT
               ADD PIXM-AMOUNT TO BOOK-OUT-TOTAL
               MOVE "D" TO WANTED-DIRECTION
           ELSE
               ADD 1 TO BOOK-IN-COUNT
               ADD PIXM-AMOUNT TO BOOK-IN-TOTAL
               MOVE "C" TO WANTED-DIRECTION
           END-IF

           IF PIXM-ON-US
               ADD 1 TO ON-US-COUNT
               ADD PIXM-AMOUNT TO ON-US-TOTAL
               GO TO SETTLE-ONE-MOVEMENT-EXIT
           END-IF

           MOVE SPACES TO SETTLEMENT-DETAIL-RECORD
           SET SET-IS-DETAIL TO TRUE
           MOVE PIXM-MOVEMENT-NUMBER TO SET-MOVEMENT-NUMBER
           MOVE PIXM-DIRECTION TO SET-DIRECTION
           MOVE PIXM-END-TO-END-ID TO SET-END-TO-END-ID
           MOVE PIXM-ACCOUNT-NUMBER TO SET-ACCOUNT-NUMBER
           MOVE PIXM-COUNTERPARTY-ISPB TO SET-COUNTERPARTY-ISPB
           MOVE PIXM-AMOUNT TO SET-AMOUNT
           WRITE SETTLEMENT-DETAIL-RECORD

           IF PIXM-IS-OUTGOING
               ADD 1 TO SENT-COUNT
               ADD PIXM-AMOUNT TO SENT-TOTAL
           ELSE
               ADD 1 TO RECEIVED-COUNT
               ADD PIXM-AMOUNT TO RECEIVED-TOTAL
           END-IF

           MOVE ZERO TO SPI-FOUND-I
           PERFORM FIND-STATEMENT-ENTRY
               VARYING SPI-I FROM 1 BY 1
               UNTIL SPI-I > SPI-COUNT OR SPI-FOUND-I > 0

           MOVE PIXM-END-TO-END-ID TO RPT-END-TO-END-ID
           MOVE PIXM-DIRECTION TO RPT-DIRECTION
           MOVE PIXM-AMOUNT TO RPT-BOOK-AMOUNT
           IF SPI-FOUND-I = 0
               ADD 1 TO BOOKS-ONLY-COUNT
               ADD PIXM-AMOUNT TO BOOKS-ONLY-TOTAL
               MOVE "NOT ON STMT" TO RPT-BREAK
               MOVE ZERO TO RPT-SPI-AMOUNT
               PERFORM WRITE-BREAK-LINE
               GO TO SETTLE-ONE-MOVEMENT-EXIT
           END-IF

           SET SPI-T-MATCHED(SPI-FOUND-I) TO TRUE
           IF SPI-T-AMOUNT(SPI-FOUND-I) NOT = PIXM-AMOUNT
               ADD 1 TO AMOUNT-BREAK-COUNT
               ADD PIXM-AMOUNT TO AMOUNT-BREAK-TOTAL
               MOVE "AMOUNT DIFFERS" TO RPT-BREAK
               MOVE SPI-T-AMOUNT(SPI-FOUND-I) TO RPT-SPI-AMOUNT
               PERFORM WRITE-BREAK-LINE
           ELSE
               ADD 1 TO MATCHED-COUNT
               ADD PIXM-AMOUNT TO MATCHED-TOTAL
           END-IF.

       SETTLE-ONE-MOVEMENT-EXIT.
           EXIT.

      *    THE END-TO-END ID IS UNIQUE PER DIRECTION, SO BOTH MUST
      *    AGREE. A STATEMENT LINE ALREADY TAKEN IS NOT MATCHED TWICE.
       FIND-STATEMENT-ENTRY                                     SECTION.
           IF SPI-T-END-TO-END-ID(SPI-I) = PIXM-END-TO-END-ID
                   AND SPI-T-DIRECTION(SPI-I) = WANTED-DIRECTION
                   AND NOT SPI-T-MATCHED(SPI-I)
               MOVE SPI-I TO SPI-FOUND-I
           END-IF.

       REPORT-STATEMENT-ONLY                                    SECTION.
           IF NOT SPI-T-MATCHED(SPI-I)
               ADD 1 TO SPI-ONLY-COUNT
               ADD SPI-T-AMOUNT(SPI-I) TO SPI-ONLY-TOTAL
               MOVE "NOT ON BOOKS" TO RPT-BREAK
               MOVE SPI-T-END-TO-END-ID(SPI-I) TO RPT-END-TO-END-ID
               MOVE SPI-T-DIRECTION(SPI-I) TO RPT-DIRECTION
               MOVE ZERO TO RPT-BOOK-AMOUNT
               MOVE SPI-T-AMOUNT(SPI-I) TO RPT-SPI-AMOUNT
               PERFORM WRITE-BREAK-LINE
           END-IF.

       WRITE-SETTLEMENT-TRAILER                                 SECTION.
           COMPUTE NET-SETTLEMENT = RECEIVED-TOTAL - SENT-TOTAL
           MOVE SPACES TO SETTLEMENT-TRAILER-RECORD
           MOVE "T" TO SETT-RECORD-TYPE
           MOVE RUN-DATE TO SETT-BUSINESS-DATE
           MOVE SENT-COUNT TO SETT-SENT-COUNT
           MOVE SENT-TOTAL TO SETT-SENT-TOTAL
           MOVE RECEIVED-COUNT TO SETT-RECEIVED-COUNT
           MOVE RECEIVED-TOTAL TO SETT-RECEIVED-TOTAL
           MOVE NET-SETTLEMENT TO SETT-NET-AMOUNT
           WRITE SETTLEMENT-TRAILER-RECORD.

      *    EVERY "G" AND "U" ENTRY DATED THE BUSINESS DAY. GTW1 WRITES
      *    THE MOVEMENT AND ITS LEDGER LEG UNDER ONE POSTING LOCK, SO
      *    THE TWO SIDES SHOULD AGREE TO THE CENTAVO.
       PROVE-PIX-LEDGER                                         SECTION.
           MOVE 1 TO ACCOUNT-TXN-KEY
           START ACCOUNT-TXN KEY IS NOT LESS THAN ACCOUNT-TXN-KEY
               INVALID KEY
                   SET ACCOUNT-TXN-NOT-FOUND TO TRUE
           END-START
           PERFORM UNTIL ACCOUNT-TXN-NOT-FOUND
               READ ACCOUNT-TXN NEXT RECORD
                   AT END
                       SET ACCOUNT-TXN-NOT-FOUND TO TRUE
                   NOT AT END
                       IF TXN-DATE = RUN-DATE
                           IF TXN-IS-PIX-OUT
                               ADD 1 TO LEDGER-OUT-COUNT
                               ADD TXN-AMOUNT TO LEDGER-OUT-TOTAL
                           ELSE
                           IF TXN-IS-PIX-IN
                               ADD 1 TO LEDGER-IN-COUNT
                               ADD TXN-AMOUNT TO LEDGER-IN-TOTAL
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-BREAK-LINE                                         SECTION.
           MOVE REPORT-DETAIL-LINE TO PIX-RECON-REPORT-LINE
           WRITE PIX-RECON-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-DETAIL-LINE.

       WRITE-COUNT-LINE                                         SECTION.
           MOVE REPORT-COUNT-LINE TO PIX-RECON-REPORT-LINE
           WRITE PIX-RECON-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT.

           COPY ACCTXOPN.
           COPY PIXMOPN.
           COPY RUNCGET.
           COPY RPTCWRT.
