       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         BAT22.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        END-OF-DAY BILL-PAYMENT REMITTANCE. EVERY
      *                    BOLETO AND UTILITY BILL MAN24 TOOK ON OR
      *                    BEFORE THE BUSINESS DAY AND NOT YET
      *                    REMITTED IS GROUPED BY COLLECTOR -- THE
      *                    ISSUING BANK OF A BOLETO, THE SEGMENT AND
      *                    COMPANY OF A UTILITY BILL -- ONTO
      *                    data/BILLREM.DAT FOR SETTLEMENT: PER
      *                    COLLECTOR A HEADER, ONE DETAIL PER PAYMENT
      *                    AND A TRAILER WITH THE COUNT AND TOTAL.
      *                    EACH PAYMENT WRITTEN IS STAMPED REMITTED SO
      *                    IT NEVER GOES OUT TWICE. THE SPOOLED
      *                    CONTROL REPORT TOTALS EACH COLLECTOR SPLIT
      *                    INTO CASH AND ACCOUNT PAYMENTS. BILLS PAID
      *                    FROM AN ACCOUNT REACH THE GL THROUGH THEIR
      *                    "B" LEDGER ENTRY (BAT12); BILLS PAID IN
      *                    CASH NEVER TOUCH THE LEDGER, SO THEIR CASH
      *                    IN THE DRAWERS GOES TO ACCOUNTING HERE AS
      *                    BALANCED DEBIT/CREDIT LINES PER BRANCH IN
      *                    THE GL EXTRACT LAYOUT (SEE BAT12) ON
      *                    data/GLBILL.DAT -- CASH AGAINST THE
      *                    CLEARING ACCOUNT THE REMITTANCE SETTLES
      *                    FROM. A COLLECTOR THAT DOES NOT FIT THE
      *                    TABLE IS LEFT UNREMITTED FOR THE NEXT RUN.
      *                    RUN-CONTROLLED PER BUSINESS DATE. RUN
      *                    STANDALONE AT END OF DAY -- NOT ON THE MAN0
      *                    MENU.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY BILSEL.
           COPY RUNCSEL.
           SELECT REMITTANCE-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMITTANCE-REPORT-STATUS.
           COPY RPTCSEL.
           SELECT REMITTANCE-FILE
               ASSIGN TO "data/BILLREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMITTANCE-FILE-STATUS.
           SELECT GL-BILL
               ASSIGN TO "data/GLBILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-BILL-STATUS.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  BILL-PAYMENT.
           COPY BILREC.
       FD  RUN-CONTROL.
           COPY RUNCREC.

       FD  REMITTANCE-REPORT.
       01  REMITTANCE-REPORT-LINE             PIC X(80).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

      *    "H" OPENS A COLLECTOR'S GROUP, "D" IS ONE PAYMENT, "T"
      *    CLOSES THE GROUP WITH ITS COUNT AND TOTAL.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD.
           02  REM-RECORD-TYPE               PIC X.
               88  REM-IS-HEADER               VALUE "H".
               88  REM-IS-DETAIL               VALUE "D".
               88  REM-IS-TRAILER              VALUE "T".
           02  REM-BUSINESS-DATE             PIC 9(8).
           02  REM-COLLECTOR-KIND            PIC X.
           02  REM-COLLECTOR-CODE            PIC 9(8).
           02  REM-DETAIL.
               03  REM-PAYMENT-NUMBER        PIC 9(8).
               03  REM-BARCODE               PIC X(44).
               03  REM-AMOUNT                PIC 9(9)V99.
               03  REM-DUE-DATE              PIC 9(8).
               03  REM-PAID-DATE             PIC 9(8).
               03  REM-METHOD                PIC X.
               03  REM-BRANCH-CODE           PIC 9(4).
           02  REM-TRAILER REDEFINES REM-DETAIL.
               03  REM-PAYMENT-COUNT         PIC 9(8).
               03  REM-TOTAL-AMOUNT          PIC 9(13)V99.
               03  FILLER                    PIC X(61).

      *    SAME LAYOUT AS BAT12'S data/GLEXTR.DAT.
       FD  GL-BILL.
       01  GL-EXTRACT-RECORD.
           02  GLX-BUSINESS-DATE             PIC 9(8).
           02  GLX-BRANCH-CODE               PIC 9(4).
           02  GLX-GL-ACCOUNT                PIC 9(8).
           02  GLX-SIDE                      PIC X.
           02  GLX-AMOUNT                    PIC 9(11)V99.

       WORKING-STORAGE                                          SECTION.
           COPY BILSTA.
           COPY RUNCSTA.
           COPY RPTCSTA.
           COPY OPERSTA.
       77  REMITTANCE-REPORT-STATUS           PIC XX.
       77  REMITTANCE-FILE-STATUS             PIC XX.
       77  GL-BILL-STATUS                     PIC XX.
      *    THE GL ACCOUNTS A CASH BILL PAYMENT MOVES BETWEEN -- SAME
      *    PAIR THE GL MAP SEEDS FOR DEPOSITS ("D" DEBITS CASH) AND
      *    FOR "B" (CREDITS CLEARING).
       77  CASH-GL                            PIC 9(8) VALUE 10010000.
       77  CLEARING-GL                        PIC 9(8) VALUE 10020000.
       77  BUSINESS-DATE                      PIC 9(8).
       77  COLLECTOR-I                        PIC 9(4).
       77  COLLECTOR-SLOT                     PIC 9(4).
       77  BRANCH-I                           PIC 9(4).
       77  BRANCH-SLOT                        PIC 9(4).
       77  GROUP-COUNT                        PIC 9(8).
       77  GROUP-TOTAL                        PIC 9(13)V99.
       77  PAYMENTS-REMITTED                  PIC 9(8) VALUE ZERO.
       77  SKIPPED-TABLE-FULL                 PIC 9(8) VALUE ZERO.
       77  REWRITE-FAILURES                   PIC 9(8) VALUE ZERO.
       77  CASH-COUNT-GRAND                   PIC 9(8) VALUE ZERO.
       77  ACCOUNT-COUNT-GRAND                PIC 9(8) VALUE ZERO.
       77  CASH-GRAND                         PIC 9(15)V99 VALUE ZERO.
       77  ACCOUNT-GRAND                      PIC 9(15)V99 VALUE ZERO.
       77  TOTAL-GRAND                        PIC 9(15)V99 VALUE ZERO.
      *    ONE SLOT PER COLLECTOR -- TABLE SCAN LIKE BAT12'S
      *    GL-TOTAL-TABLE.
       01  COLLECTOR-TOTAL-TABLE.
           02  COLLECTOR-TOTAL-ENTRY         OCCURS 500 TIMES.
               03  CLT-KIND                  PIC X.
               03  CLT-CODE                  PIC 9(8).
               03  CLT-COUNT                 PIC 9(8).
               03  CLT-CASH                  PIC 9(13)V99.
               03  CLT-ACCOUNT               PIC 9(13)V99.
       77  COLLECTOR-TOTAL-COUNT             PIC 9(4) VALUE ZERO.
      *    CASH TAKEN FOR BILLS, BY THE BRANCH THAT TOOK IT.
       01  BRANCH-TOTAL-TABLE.
           02  BRANCH-TOTAL-ENTRY            OCCURS 200 TIMES.
               03  BRT-BRANCH                PIC 9(4).
               03  BRT-CASH                  PIC 9(13)V99.
       77  BRANCH-TOTAL-COUNT                PIC 9(4) VALUE ZERO.
       01  REPORT-TITLE-LINE.
           02  FILLER                        PIC X(36) VALUE
               "BILL-PAYMENT REMITTANCE -- DAY ".
           02  RPT-TITLE-DATE                PIC 9(8).
       01  REPORT-HEADING-LINE.
           02  FILLER                        PIC X(10) VALUE
               "COLLECTOR".
           02  FILLER                        PIC X(10) VALUE
               "CODE".
           02  FILLER                        PIC X(08) VALUE
               "ITEMS".
           02  FILLER                        PIC X(17) VALUE
               "CASH".
           02  FILLER                        PIC X(17) VALUE
               "ACCOUNT".
           02  FILLER                        PIC X(15) VALUE
               "TOTAL".
       01  REPORT-DETAIL-LINE.
           02  RPT-KIND                      PIC X(08).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-CODE                      PIC 9(8).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-COUNT                     PIC ZZZ,ZZ9.
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-CASH                      PIC Z(12)9.99.
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-ACCOUNT                   PIC Z(12)9.99.
           02  FILLER                        PIC X(01) VALUE SPACES.
           02  RPT-TOTAL                     PIC Z(12)9.99.
       01  BRANCH-HEADING-LINE               PIC X(60) VALUE
           "CASH TAKEN FOR BILLS BY BRANCH -- BRANCH / AMOUNT".
       01  REPORT-BRANCH-LINE.
           02  RPT-BRANCH-CODE               PIC 9(4).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-BRANCH-CASH               PIC Z(14)9.99.
       01  REPORT-COUNT-LINE.
           02  RPT-COUNT-LABEL               PIC X(24).
           02  RPT-COUNT-VALUE               PIC ZZZ,ZZ9.
           02  FILLER                        PIC X(09) VALUE
               "  AMOUNT ".
           02  RPT-COUNT-AMOUNT              PIC Z(14)9.99.

       PROCEDURE                                               DIVISION.
       MAIN.
           DISPLAY "---------------------------------------------------"
           DISPLAY " BILL-PAYMENT REMITTANCE"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           DISPLAY "[?] Business day YYYYMMDD (0 for today):"
           ACCEPT BUSINESS-DATE
           IF BUSINESS-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO BUSINESS-DATE
           END-IF

           MOVE "BAT22" TO RUN-SEEK-JOB-NAME
           MOVE BUSINESS-DATE TO RUN-SEEK-DATE
           PERFORM CHECK-JOB-ALREADY-RUN
           IF RUN-ALREADY-DONE
               DISPLAY "[X] The bill-payment remittance has already "
                   "been produced for business day " BUSINESS-DATE
               GOBACK
           END-IF

           PERFORM OPEN-BILL-PAYMENT

      *    PASS 1 FINDS THE COLLECTORS AND THEIR TOTALS; PASS 2 READS
      *    THE FILE ONCE PER COLLECTOR, SO EACH GROUP GOES OUT WHOLE.
           PERFORM TOTAL-UNREMITTED-PAYMENTS

           MOVE "BAT22" TO SPOOL-PROGRAM-ID
           MOVE "BILLREM" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT REMITTANCE-REPORT
           OPEN OUTPUT REMITTANCE-FILE

           MOVE BUSINESS-DATE TO RPT-TITLE-DATE
           MOVE REPORT-TITLE-LINE TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           MOVE REPORT-HEADING-LINE TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-HEADING-LINE

           PERFORM REMIT-ONE-COLLECTOR
               VARYING COLLECTOR-I FROM 1 BY 1
               UNTIL COLLECTOR-I > COLLECTOR-TOTAL-COUNT

           CLOSE BILL-PAYMENT
           CLOSE REMITTANCE-FILE

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REMITTANCE-REPORT
           PERFORM CATALOG-SPOOL-FILE

           PERFORM WRITE-CASH-GL-EXTRACT
           PERFORM RECORD-JOB-RUN

           DISPLAY ""
           DISPLAY "[!] Collectors remitted: " COLLECTOR-TOTAL-COUNT
           DISPLAY "[!] Payments remitted: " PAYMENTS-REMITTED
           IF SKIPPED-TABLE-FULL > ZERO
               DISPLAY "[X] Payments held back, collector table full: "
                   SKIPPED-TABLE-FULL
           END-IF
           IF REWRITE-FAILURES > ZERO
               DISPLAY "[X] Payments remitted but not stamped: "
                   REWRITE-FAILURES
           END-IF
           DISPLAY "[!] Remittance file written to data/BILLREM.DAT"
           DISPLAY "[!] Cash GL lines written to data/GLBILL.DAT"
           DISPLAY "[!] Report written to " SPOOL-FILE-NAME
           GOBACK.

      *    PASS 1 -- EVERY PAYMENT DUE FOR REMITTANCE INTO ITS
      *    COLLECTOR'S SLOT, AND ITS CASH INTO ITS BRANCH'S.
       TOTAL-UNREMITTED-PAYMENTS                                SECTION.
           PERFORM UNTIL BILL-PAYMENT-NOT-FOUND
               READ BILL-PAYMENT NEXT RECORD
                   AT END
                       SET BILL-PAYMENT-NOT-FOUND TO TRUE
                   NOT AT END
                       IF BIL-REMITTED-DATE = ZERO
                               AND BIL-BUSINESS-DATE
                                   NOT > BUSINESS-DATE
                           PERFORM ADD-TO-COLLECTOR-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

       ADD-TO-COLLECTOR-TOTAL                                   SECTION.
           MOVE ZERO TO COLLECTOR-SLOT
           PERFORM MATCH-COLLECTOR-SLOT
               VARYING COLLECTOR-I FROM 1 BY 1
               UNTIL COLLECTOR-I > COLLECTOR-TOTAL-COUNT
                   OR COLLECTOR-SLOT > ZERO

           IF COLLECTOR-SLOT = ZERO
               IF COLLECTOR-TOTAL-COUNT < 500
                   ADD 1 TO COLLECTOR-TOTAL-COUNT
                   MOVE COLLECTOR-TOTAL-COUNT TO COLLECTOR-SLOT
                   MOVE BIL-KIND TO CLT-KIND(COLLECTOR-SLOT)
                   MOVE BIL-COLLECTOR-CODE TO CLT-CODE(COLLECTOR-SLOT)
                   MOVE ZERO TO CLT-COUNT(COLLECTOR-SLOT)
                   MOVE ZERO TO CLT-CASH(COLLECTOR-SLOT)
                   MOVE ZERO TO CLT-ACCOUNT(COLLECTOR-SLOT)
               ELSE
                   ADD 1 TO SKIPPED-TABLE-FULL
                   GO TO ADD-TO-COLLECTOR-TOTAL-EXIT
               END-IF
           END-IF

           ADD 1 TO CLT-COUNT(COLLECTOR-SLOT)
           IF BIL-PAID-IN-CASH
               ADD BIL-AMOUNT TO CLT-CASH(COLLECTOR-SLOT)
               ADD 1 TO CASH-COUNT-GRAND
               ADD BIL-AMOUNT TO CASH-GRAND
               PERFORM ADD-TO-BRANCH-CASH
           ELSE
               ADD BIL-AMOUNT TO CLT-ACCOUNT(COLLECTOR-SLOT)
               ADD 1 TO ACCOUNT-COUNT-GRAND
               ADD BIL-AMOUNT TO ACCOUNT-GRAND
           END-IF
           ADD BIL-AMOUNT TO TOTAL-GRAND.

       ADD-TO-COLLECTOR-TOTAL-EXIT.
           EXIT.

       MATCH-COLLECTOR-SLOT                                     SECTION.
           IF CLT-KIND(COLLECTOR-I) = BIL-KIND
                   AND CLT-CODE(COLLECTOR-I) = BIL-COLLECTOR-CODE
               MOVE COLLECTOR-I TO COLLECTOR-SLOT
           END-IF.

       ADD-TO-BRANCH-CASH                                       SECTION.
           MOVE ZERO TO BRANCH-SLOT
           PERFORM MATCH-BRANCH-SLOT
               VARYING BRANCH-I FROM 1 BY 1
               UNTIL BRANCH-I > BRANCH-TOTAL-COUNT
                   OR BRANCH-SLOT > ZERO

           IF BRANCH-SLOT = ZERO
               IF BRANCH-TOTAL-COUNT < 200
                   ADD 1 TO BRANCH-TOTAL-COUNT
                   MOVE BRANCH-TOTAL-COUNT TO BRANCH-SLOT
                   MOVE BIL-BRANCH-CODE TO BRT-BRANCH(BRANCH-SLOT)
                   MOVE ZERO TO BRT-CASH(BRANCH-SLOT)
               ELSE
                   GO TO ADD-TO-BRANCH-CASH-EXIT
               END-IF
           END-IF

           ADD BIL-AMOUNT TO BRT-CASH(BRANCH-SLOT).

       ADD-TO-BRANCH-CASH-EXIT.
           EXIT.

       MATCH-BRANCH-SLOT                                        SECTION.
           IF BRT-BRANCH(BRANCH-I) = BIL-BRANCH-CODE
               MOVE BRANCH-I TO BRANCH-SLOT
           END-IF.

      *    PASS 2, ONCE PER COLLECTOR -- HEADER, EVERY PAYMENT OF
      *    THAT COLLECTOR STILL DUE, TRAILER, AND ITS REPORT LINE.
       REMIT-ONE-COLLECTOR                                      SECTION.
           MOVE SPACES TO REMITTANCE-RECORD
           SET REM-IS-HEADER TO TRUE
           MOVE BUSINESS-DATE TO REM-BUSINESS-DATE
           MOVE CLT-KIND(COLLECTOR-I) TO REM-COLLECTOR-KIND
           MOVE CLT-CODE(COLLECTOR-I) TO REM-COLLECTOR-CODE
           WRITE REMITTANCE-RECORD

           MOVE ZERO TO GROUP-COUNT
           MOVE ZERO TO GROUP-TOTAL
           MOVE 1 TO BILL-PAYMENT-KEY
           START BILL-PAYMENT
                   KEY IS NOT LESS THAN BILL-PAYMENT-KEY
               INVALID KEY
                   SET BILL-PAYMENT-NOT-FOUND TO TRUE
           END-START
           PERFORM UNTIL BILL-PAYMENT-NOT-FOUND
               READ BILL-PAYMENT NEXT RECORD
                   AT END
                       SET BILL-PAYMENT-NOT-FOUND TO TRUE
                   NOT AT END
                       IF BIL-REMITTED-DATE = ZERO
                               AND BIL-BUSINESS-DATE
                                   NOT > BUSINESS-DATE
                               AND BIL-KIND = CLT-KIND(COLLECTOR-I)
                               AND BIL-COLLECTOR-CODE
                                   = CLT-CODE(COLLECTOR-I)
                           PERFORM REMIT-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REMITTANCE-RECORD
           SET REM-IS-TRAILER TO TRUE
           MOVE BUSINESS-DATE TO REM-BUSINESS-DATE
           MOVE CLT-KIND(COLLECTOR-I) TO REM-COLLECTOR-KIND
           MOVE CLT-CODE(COLLECTOR-I) TO REM-COLLECTOR-CODE
           MOVE GROUP-COUNT TO REM-PAYMENT-COUNT
           MOVE GROUP-TOTAL TO REM-TOTAL-AMOUNT
           WRITE REMITTANCE-RECORD

           IF CLT-KIND(COLLECTOR-I) = "B"
               MOVE "BANK" TO RPT-KIND
           ELSE
               MOVE "UTILITY" TO RPT-KIND
           END-IF
           MOVE CLT-CODE(COLLECTOR-I) TO RPT-CODE
           MOVE GROUP-COUNT TO RPT-COUNT
           MOVE CLT-CASH(COLLECTOR-I) TO RPT-CASH
           MOVE CLT-ACCOUNT(COLLECTOR-I) TO RPT-ACCOUNT
           MOVE GROUP-TOTAL TO RPT-TOTAL
           MOVE REPORT-DETAIL-LINE TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-DETAIL-LINE.

       REMIT-ONE-PAYMENT                                        SECTION.
           MOVE SPACES TO REMITTANCE-RECORD
           SET REM-IS-DETAIL TO TRUE
           MOVE BUSINESS-DATE TO REM-BUSINESS-DATE
           MOVE BIL-KIND TO REM-COLLECTOR-KIND
           MOVE BIL-COLLECTOR-CODE TO REM-COLLECTOR-CODE
           MOVE BIL-PAYMENT-NUMBER TO REM-PAYMENT-NUMBER
           MOVE BIL-BARCODE TO REM-BARCODE
           MOVE BIL-AMOUNT TO REM-AMOUNT
           MOVE BIL-DUE-DATE TO REM-DUE-DATE
           MOVE BIL-BUSINESS-DATE TO REM-PAID-DATE
           MOVE BIL-METHOD TO REM-METHOD
           MOVE BIL-BRANCH-CODE TO REM-BRANCH-CODE
           WRITE REMITTANCE-RECORD
           ADD 1 TO GROUP-COUNT
           ADD BIL-AMOUNT TO GROUP-TOTAL
           ADD 1 TO PAYMENTS-REMITTED

           MOVE BUSINESS-DATE TO BIL-REMITTED-DATE
           REWRITE BILL-PAYMENT-RECORD
               INVALID KEY
                   ADD 1 TO REWRITE-FAILURES
           END-REWRITE.

       WRITE-REPORT-TOTALS                                      SECTION.
           MOVE SPACES TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           MOVE BRANCH-HEADING-LINE TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           PERFORM WRITE-ONE-BRANCH-TOTAL
               VARYING BRANCH-I FROM 1 BY 1
               UNTIL BRANCH-I > BRANCH-TOTAL-COUNT

           MOVE SPACES TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "PAID IN CASH:" TO RPT-COUNT-LABEL
           MOVE CASH-COUNT-GRAND TO RPT-COUNT-VALUE
           MOVE CASH-GRAND TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "PAID FROM ACCOUNTS:" TO RPT-COUNT-LABEL
           MOVE ACCOUNT-COUNT-GRAND TO RPT-COUNT-VALUE
           MOVE ACCOUNT-GRAND TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "REMITTED:" TO RPT-COUNT-LABEL
           MOVE PAYMENTS-REMITTED TO RPT-COUNT-VALUE
           MOVE TOTAL-GRAND TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           IF SKIPPED-TABLE-FULL > ZERO
               MOVE "HELD BACK, TABLE FULL:" TO RPT-COUNT-LABEL
               MOVE SKIPPED-TABLE-FULL TO RPT-COUNT-VALUE
               MOVE ZERO TO RPT-COUNT-AMOUNT
               MOVE REPORT-COUNT-LINE TO REMITTANCE-REPORT-LINE
               WRITE REMITTANCE-REPORT-LINE
               ADD 1 TO SPOOL-LINE-COUNT
           END-IF.

       WRITE-ONE-BRANCH-TOTAL                                   SECTION.
           MOVE BRT-BRANCH(BRANCH-I) TO RPT-BRANCH-CODE
           MOVE BRT-CASH(BRANCH-I) TO RPT-BRANCH-CASH
           MOVE REPORT-BRANCH-LINE TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT.

      *    ONE BALANCED PAIR PER BRANCH THAT TOOK CASH FOR BILLS.
       WRITE-CASH-GL-EXTRACT                                    SECTION.
           OPEN OUTPUT GL-BILL
           PERFORM WRITE-ONE-GL-PAIR
               VARYING BRANCH-I FROM 1 BY 1
               UNTIL BRANCH-I > BRANCH-TOTAL-COUNT
           CLOSE GL-BILL.

       WRITE-ONE-GL-PAIR                                        SECTION.
           MOVE BUSINESS-DATE TO GLX-BUSINESS-DATE
           MOVE BRT-BRANCH(BRANCH-I) TO GLX-BRANCH-CODE
           MOVE CASH-GL TO GLX-GL-ACCOUNT
           MOVE "D" TO GLX-SIDE
           MOVE BRT-CASH(BRANCH-I) TO GLX-AMOUNT
           WRITE GL-EXTRACT-RECORD

           MOVE BUSINESS-DATE TO GLX-BUSINESS-DATE
           MOVE BRT-BRANCH(BRANCH-I) TO GLX-BRANCH-CODE
           MOVE CLEARING-GL TO GLX-GL-ACCOUNT
           MOVE "C" TO GLX-SIDE
           MOVE BRT-CASH(BRANCH-I) TO GLX-AMOUNT
           WRITE GL-EXTRACT-RECORD.

           COPY BILOPN.
           COPY RUNCGET.
           COPY RPTCWRT.
