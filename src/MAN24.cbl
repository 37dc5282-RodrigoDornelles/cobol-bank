       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         MAN24.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        BILL PAYMENT AT THE COUNTER -- BOLETOS AND
      *                    UTILITY (CONCESSIONARIA) BILLS, PAID IN
      *                    CASH OR FROM A CUSTOMER'S ACCOUNT. THE
      *                    TELLER KEYS THE TYPEABLE LINE (47 DIGITS
      *                    FOR A BOLETO, 48 FOR A UTILITY BILL) OR
      *                    THE RAW 44-DIGIT BARCODE; DOTS AND SPACES
      *                    ARE IGNORED. EVERY FIELD CHECK DIGIT IS
      *                    VERIFIED (MODULE 10 ON A BOLETO; MODULE 10
      *                    OR 11 ON A UTILITY BILL AS ITS THIRD DIGIT
      *                    SAYS) AND SO IS THE BARCODE'S GENERAL
      *                    CHECK DIGIT (MODULE 11 ON A BOLETO). A
      *                    BOLETO PAST ITS DUE DATE IS REFUSED -- A
      *                    DUE DATE FALLING ON A WEEKEND OR HOLIDAY
      *                    STILL PAYS ON THE NEXT BUSINESS DAY -- AND
      *                    SO IS ANY AMOUNT OTHER THAN THE ONE THE
      *                    BARCODE CARRIES (A ZERO BARCODE AMOUNT
      *                    LEAVES IT TO THE TELLER). UTILITY BARCODES
      *                    CARRY NO STANDARD DUE DATE, SO ONLY THEIR
      *                    AMOUNT IS CHECKED. THE SAME BARCODE IS
      *                    NEVER PAID TWICE. A PAYMENT FROM AN ACCOUNT
      *                    POSTS A "B" LEDGER DEBIT UNDER THE POSTING
      *                    LOCK WITH THE SAME FUNDS CHECK AS A MAN2
      *                    WITHDRAWAL; A CASH PAYMENT NEEDS THE
      *                    TELLER'S DRAWER OPEN TODAY AND IS COUNTED
      *                    INTO IT BY MAN15. EITHER WAY THE BILL IS
      *                    RECORDED ON data/BILLPAY.DAT (BILREC.CPY)
      *                    FOR BAT22'S END-OF-DAY REMITTANCE, AND THE
      *                    PAYMENT IS AUDIT-STAMPED.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY ACCTXSEL.
           COPY ACCTHSEL.
           COPY ACCTPSEL.
           COPY BILSEL.
           COPY DRWSEL.
           COPY LOCKSEL.
           COPY AUDITSEL.
           COPY JUDSEL.
           COPY CAUSEL.
           COPY CALSEL.

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
       FD  BILL-PAYMENT.
           COPY BILREC.
       FD  DRAWER-CONTROL.
           COPY DRWREC.
       FD  POSTING-LOCK.
           COPY LOCKREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.
       FD  JUDICIAL-BLOCK.
           COPY JUDREC.
       FD  CARD-AUTH.
           COPY CAUREC.
       FD  BANK-CALENDAR.
           COPY CALREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY ACCTXSTA.
           COPY ACCTHSTA.
           COPY ACCTPSTA.
           COPY BILSTA.
           COPY DRWSTA.
           COPY LOCKSTA.
           COPY AUDITSTA.
           COPY JUDSTA.
           COPY CAUSTA.
           COPY CALSTA.
           COPY OPERSTA.
       77  TODAY-YYYYMMDD                     PIC 9(8).
      *    ROOM FOR A FORMATTED TYPEABLE LINE -- THE DOTS AND SPACES
      *    PRINTED ON THE BILL ARE DROPPED AS THE DIGITS ARE PICKED.
       77  INP-TYPEABLE-LINE                  PIC X(60).
       77  INP-PAYEE-NAME                     PIC X(32).
       77  INP-BILL-AMOUNT                    PIC 9(9)V99.
       77  INP-PAY-METHOD                     PIC X.
           88  INP-PAY-CASH                     VALUE "C" "c".
           88  INP-PAY-ACCOUNT                  VALUE "A" "a".
       77  INP-CONFIRM                        PIC X.
           88  INP-CONFIRMED                    VALUE "Y" "y".
       77  LINE-CHAR-I                        PIC 9(2).
       77  DIGIT-COUNT                        PIC 9(2).
       77  BLOCK-I                            PIC 9.
       77  BLOCK-START                        PIC 9(2).
       77  LINE-CHECK-SW                      PIC X.
           88  LINE-IS-VALID                    VALUE "Y".
           88  LINE-IS-INVALID                  VALUE "N".
       77  BILL-PAID-SW                       PIC X.
           88  BILL-ALREADY-PAID                VALUE "Y".
           88  BILL-NOT-YET-PAID                VALUE "N".
       77  BARCODE-AMOUNT                     PIC 9(9)V99.
       77  BARCODE-DUE-DATE                   PIC 9(8).
       77  BARCODE-COLLECTOR                  PIC 9(8).
       77  BARCODE-KIND                       PIC X.
       77  DUE-DAY-INTEGER                    PIC 9(8).
       77  TODAY-DAY-INTEGER                  PIC 9(8).
       77  TXN-CURRENT-BALANCE                PIC S9(9)V99.
       77  TXN-NEW-BALANCE                    PIC S9(9)V99.
       77  WITHDRAWAL-HEADROOM                PIC S9(9)V99.
       77  EDITED-AMOUNT                      PIC -(9)9.99.
      *    THE DUE-DATE FACTOR COUNTS DAYS FROM 1997-10-07. IT RAN
      *    OUT AT 9999 ON 2025-02-21 AND RESTARTED AT 1000 THE NEXT
      *    DAY, SO A FACTOR THAT WOULD LAND MORE THAN 3000 DAYS IN
      *    THE PAST BELONGS TO THE NEW CYCLE, 9000 DAYS ON.
       77  DUE-FACTOR-BASE-DATE               PIC 9(8) VALUE 19971007.
       77  DUE-FACTOR-CYCLE-DAYS              PIC 9(4) VALUE 9000.
       77  DUE-FACTOR-WINDOW-DAYS             PIC 9(4) VALUE 3000.
      *    THE DIGITS OF THE KEYED LINE, LEFT-JUSTIFIED.
       01  LINE-DIGIT-AREA.
           02  LINE-DIGIT-TEXT                PIC X(48).
       01  LINE-DIGIT-TABLE REDEFINES LINE-DIGIT-AREA.
           02  LINE-DIGIT                     PIC 9 OCCURS 48 TIMES.
      *    THE 44-DIGIT BARCODE AND ITS TWO LAYOUTS.
       01  BARCODE-AREA.
           02  BARCODE-TEXT                   PIC X(44).
       01  BOLETO-BARCODE REDEFINES BARCODE-AREA.
           02  BC-BANK-CODE                   PIC 9(3).
           02  BC-CURRENCY                    PIC 9.
               88  BC-CURRENCY-REAL             VALUE 9.
           02  BC-GENERAL-DV                  PIC 9.
           02  BC-DUE-FACTOR                  PIC 9(4).
           02  BC-AMOUNT                      PIC 9(8)V99.
           02  BC-FREE-FIELD                  PIC X(25).
       01  UTILITY-BARCODE REDEFINES BARCODE-AREA.
           02  UC-PRODUCT                     PIC 9.
               88  UC-IS-UTILITY                VALUE 8.
           02  UC-SEGMENT                     PIC 9.
      *    6/7 CHECKED BY MODULE 10, 8/9 BY MODULE 11; 6/8 CARRY THE
      *    AMOUNT IN REAIS, 7/9 A REFERENCE QUANTITY.
           02  UC-VALUE-ID                    PIC 9.
               88  UC-VALUE-ID-KNOWN            VALUE 6 THRU 9.
               88  UC-MODULE-10                 VALUE 6 7.
               88  UC-AMOUNT-IN-REAIS           VALUE 6 8.
           02  UC-GENERAL-DV                  PIC 9.
           02  UC-AMOUNT                      PIC 9(9)V99.
           02  UC-COMPANY-CODE                PIC 9(4).
           02  UC-FREE-FIELD                  PIC X(25).
      *    THE DIGITS A CHECK-DIGIT ROUTINE RUNS OVER, LEFT-JUSTIFIED,
      *    CHECK-LENGTH OF THEM.
       01  CHECK-AREA.
           02  CHECK-TEXT                     PIC X(48).
       01  CHECK-TABLE REDEFINES CHECK-AREA.
           02  CHECK-DIGIT                    PIC 9 OCCURS 48 TIMES.
       77  CHECK-LENGTH                       PIC 9(2).
       77  CHECK-I                            PIC 9(2).
       77  CHECK-WEIGHT                       PIC 9(2).
       77  CHECK-PRODUCT                      PIC 9(3).
       77  CHECK-SUM                          PIC 9(4).
       77  CHECK-QUOTIENT                     PIC 9(4).
       77  CHECK-REMAINDER                    PIC 9(2).
       77  COMPUTED-DV                        PIC 9.
       01  BILL-AUDIT-DETAIL.
           02  FILLER                         PIC X(05) VALUE
               "BILL ".
           02  BA-NUMBER                      PIC 9(8).
           02  FILLER                         PIC X(08) VALUE
               " METHOD ".
           02  BA-METHOD                      PIC X.
           02  FILLER                         PIC X(08) VALUE
               " AMOUNT ".
           02  BA-AMOUNT                      PIC Z(8)9.99.
           02  FILLER                         PIC X(09) VALUE
               " BARCODE ".
           02  BA-BARCODE                     PIC X(44).

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
           DISPLAY " BILL PAYMENT (BOLETO / UTILITY)"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           PERFORM LOAD-BANK-CALENDAR
           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION
           PERFORM OPEN-BILL-PAYMENT

           PERFORM PAY-ONE-BILL

           CLOSE CLIENT-MASTER ACCOUNT-MASTER ACCOUNT-TXN
               ACCOUNT-POSITION BILL-PAYMENT
           GOBACK.

       PAY-ONE-BILL                                             SECTION.
           DISPLAY "[?] Typeable line or barcode:"
           ACCEPT INP-TYPEABLE-LINE

           PERFORM PICK-LINE-DIGITS
           SET LINE-IS-INVALID TO TRUE
           EVALUATE TRUE
               WHEN DIGIT-COUNT = 47
                   PERFORM CHECK-BOLETO-LINE
               WHEN DIGIT-COUNT = 48 AND LINE-DIGIT(1) = 8
                   PERFORM CHECK-UTILITY-LINE
               WHEN DIGIT-COUNT = 44
                   MOVE LINE-DIGIT-TEXT(1:44) TO BARCODE-TEXT
                   IF UC-IS-UTILITY
                       PERFORM CHECK-UTILITY-BARCODE
                   ELSE
                       PERFORM CHECK-BOLETO-BARCODE
                   END-IF
               WHEN OTHER
                   DISPLAY "[X] Expected 47 digits (boleto), 48 "
                       "(utility bill) or 44 (barcode), got "
                       DIGIT-COUNT "."
                   GO TO PAY-ONE-BILL-EXIT
           END-EVALUATE
           IF LINE-IS-INVALID
               GO TO PAY-ONE-BILL-EXIT
           END-IF

           PERFORM DECODE-BARCODE
           IF LINE-IS-INVALID
               GO TO PAY-ONE-BILL-EXIT
           END-IF

           PERFORM CHECK-BILL-ALREADY-PAID
           IF BILL-ALREADY-PAID
               DISPLAY "[X] This bill was already paid (payment "
                   BIL-PAYMENT-NUMBER " on " BIL-BUSINESS-DATE ")."
               GO TO PAY-ONE-BILL-EXIT
           END-IF

           IF BARCODE-KIND = "B"
               DISPLAY "[!] Boleto issued by bank " BC-BANK-CODE
           ELSE
               DISPLAY "[!] Utility bill, segment " UC-SEGMENT
                   " company " UC-COMPANY-CODE
           END-IF
           IF BARCODE-DUE-DATE > ZERO
               DISPLAY "[!] Due date: " BARCODE-DUE-DATE
           END-IF
           IF BARCODE-AMOUNT > ZERO
               MOVE BARCODE-AMOUNT TO EDITED-AMOUNT
               DISPLAY "[!] Amount on the bill: " EDITED-AMOUNT
           END-IF

           DISPLAY "[?] Paid to (beneficiary name on the bill):"
           ACCEPT INP-PAYEE-NAME
           IF INP-PAYEE-NAME = SPACES
               DISPLAY "[X] The beneficiary name is required."
               GO TO PAY-ONE-BILL-EXIT
           END-IF

           DISPLAY "[?] Amount being paid:"
           ACCEPT INP-BILL-AMOUNT
           IF INP-BILL-AMOUNT = ZERO
               DISPLAY "[X] Amount must be greater than zero."
               GO TO PAY-ONE-BILL-EXIT
           END-IF
           IF BARCODE-AMOUNT > ZERO
                   AND INP-BILL-AMOUNT NOT = BARCODE-AMOUNT
               DISPLAY "[X] Amount does not match the amount in the "
                   "barcode."
               GO TO PAY-ONE-BILL-EXIT
           END-IF

           DISPLAY "[?] C cash / A from an account:"
           ACCEPT INP-PAY-METHOD
           EVALUATE TRUE
               WHEN INP-PAY-CASH
                   PERFORM PAY-BILL-IN-CASH
               WHEN INP-PAY-ACCOUNT
                   PERFORM PAY-BILL-FROM-ACCOUNT
               WHEN OTHER
                   DISPLAY "[X] Invalid choice, must be C or A."
           END-EVALUATE.

       PAY-ONE-BILL-EXIT.
           EXIT.

      *    KEEP ONLY THE DIGITS OF WHAT WAS KEYED, IN ORDER.
       PICK-LINE-DIGITS                                         SECTION.
           MOVE ZERO TO DIGIT-COUNT
           MOVE ZEROS TO LINE-DIGIT-TEXT
           PERFORM PICK-ONE-LINE-CHAR
               VARYING LINE-CHAR-I FROM 1 BY 1
               UNTIL LINE-CHAR-I > 60.

       PICK-ONE-LINE-CHAR                                       SECTION.
           IF INP-TYPEABLE-LINE(LINE-CHAR-I:1) IS NUMERIC
               ADD 1 TO DIGIT-COUNT
               IF DIGIT-COUNT NOT > 48
                   MOVE INP-TYPEABLE-LINE(LINE-CHAR-I:1)
                       TO LINE-DIGIT-TEXT(DIGIT-COUNT:1)
               END-IF
           END-IF.

      *    BOLETO TYPEABLE LINE: THREE FIELDS OF 9/10/10 DIGITS EACH
      *    FOLLOWED BY ITS MODULE-10 CHECK DIGIT, THEN THE GENERAL
      *    CHECK DIGIT, THE DUE FACTOR AND THE AMOUNT. THE BARCODE IS
      *    REBUILT FROM THE PIECES AND ITS GENERAL DIGIT CHECKED.
       CHECK-BOLETO-LINE                                        SECTION.
           MOVE LINE-DIGIT-TEXT(1:9) TO CHECK-TEXT
           MOVE 9 TO CHECK-LENGTH
           PERFORM MODULE-10-DIGIT
           IF COMPUTED-DV NOT = LINE-DIGIT(10)
               DISPLAY "[X] Check digit of field 1 is wrong."
               GO TO CHECK-BOLETO-LINE-EXIT
           END-IF

           MOVE LINE-DIGIT-TEXT(11:10) TO CHECK-TEXT
           MOVE 10 TO CHECK-LENGTH
           PERFORM MODULE-10-DIGIT
           IF COMPUTED-DV NOT = LINE-DIGIT(21)
               DISPLAY "[X] Check digit of field 2 is wrong."
               GO TO CHECK-BOLETO-LINE-EXIT
           END-IF

           MOVE LINE-DIGIT-TEXT(22:10) TO CHECK-TEXT
           MOVE 10 TO CHECK-LENGTH
           PERFORM MODULE-10-DIGIT
           IF COMPUTED-DV NOT = LINE-DIGIT(32)
               DISPLAY "[X] Check digit of field 3 is wrong."
               GO TO CHECK-BOLETO-LINE-EXIT
           END-IF

           MOVE LINE-DIGIT-TEXT(1:4) TO BARCODE-TEXT(1:4)
           MOVE LINE-DIGIT-TEXT(33:1) TO BARCODE-TEXT(5:1)
           MOVE LINE-DIGIT-TEXT(34:14) TO BARCODE-TEXT(6:14)
           MOVE LINE-DIGIT-TEXT(5:5) TO BARCODE-TEXT(20:5)
           MOVE LINE-DIGIT-TEXT(11:10) TO BARCODE-TEXT(25:10)
           MOVE LINE-DIGIT-TEXT(22:10) TO BARCODE-TEXT(35:10)
           PERFORM CHECK-BOLETO-BARCODE.

       CHECK-BOLETO-LINE-EXIT.
           EXIT.

      *    MODULE 11 OVER THE 43 DIGITS AROUND POSITION 5; A RESULT
      *    OF 0, 10 OR 11 IS WRITTEN AS 1.
       CHECK-BOLETO-BARCODE                                     SECTION.
           IF NOT BC-CURRENCY-REAL
               DISPLAY "[X] Boleto is not in reais (currency code "
                   BC-CURRENCY ")."
               GO TO CHECK-BOLETO-BARCODE-EXIT
           END-IF

           MOVE BARCODE-TEXT(1:4) TO CHECK-TEXT(1:4)
           MOVE BARCODE-TEXT(6:39) TO CHECK-TEXT(5:39)
           MOVE 43 TO CHECK-LENGTH
           PERFORM MODULE-11-REMAINDER
           IF CHECK-REMAINDER < 2
               MOVE 1 TO COMPUTED-DV
           ELSE
               COMPUTE COMPUTED-DV = 11 - CHECK-REMAINDER
           END-IF
           IF COMPUTED-DV NOT = BC-GENERAL-DV
               DISPLAY "[X] General check digit of the boleto is "
                   "wrong."
               GO TO CHECK-BOLETO-BARCODE-EXIT
           END-IF

           MOVE "B" TO BARCODE-KIND
           SET LINE-IS-VALID TO TRUE.

       CHECK-BOLETO-BARCODE-EXIT.
           EXIT.

      *    UTILITY TYPEABLE LINE: FOUR BLOCKS OF 11 BARCODE DIGITS,
      *    EACH FOLLOWED BY ITS OWN CHECK DIGIT.
       CHECK-UTILITY-LINE                                       SECTION.
           MOVE LINE-DIGIT-TEXT(1:11) TO BARCODE-TEXT(1:11)
           MOVE LINE-DIGIT-TEXT(13:11) TO BARCODE-TEXT(12:11)
           MOVE LINE-DIGIT-TEXT(25:11) TO BARCODE-TEXT(23:11)
           MOVE LINE-DIGIT-TEXT(37:11) TO BARCODE-TEXT(34:11)
           IF NOT UC-VALUE-ID-KNOWN
               DISPLAY "[X] Unknown value identifier " UC-VALUE-ID
                   " on the utility bill."
               GO TO CHECK-UTILITY-LINE-EXIT
           END-IF

           SET LINE-IS-VALID TO TRUE
           PERFORM CHECK-UTILITY-BLOCK
               VARYING BLOCK-I FROM 1 BY 1
               UNTIL BLOCK-I > 4 OR LINE-IS-INVALID
           IF LINE-IS-INVALID
               GO TO CHECK-UTILITY-LINE-EXIT
           END-IF

           SET LINE-IS-INVALID TO TRUE
           PERFORM CHECK-UTILITY-BARCODE.

       CHECK-UTILITY-LINE-EXIT.
           EXIT.

       CHECK-UTILITY-BLOCK                                      SECTION.
           COMPUTE BLOCK-START = (BLOCK-I - 1) * 12 + 1
           MOVE LINE-DIGIT-TEXT(BLOCK-START:11) TO CHECK-TEXT
           MOVE 11 TO CHECK-LENGTH
           PERFORM UTILITY-CHECK-DIGIT
           IF COMPUTED-DV NOT = LINE-DIGIT(BLOCK-START + 11)
               DISPLAY "[X] Check digit of block " BLOCK-I
                   " is wrong."
               SET LINE-IS-INVALID TO TRUE
           END-IF.

      *    GENERAL CHECK DIGIT IN POSITION 4, OVER THE OTHER 43.
       CHECK-UTILITY-BARCODE                                    SECTION.
           IF NOT UC-VALUE-ID-KNOWN
               DISPLAY "[X] Unknown value identifier " UC-VALUE-ID
                   " on the utility bill."
               GO TO CHECK-UTILITY-BARCODE-EXIT
           END-IF

           MOVE BARCODE-TEXT(1:3) TO CHECK-TEXT(1:3)
           MOVE BARCODE-TEXT(5:40) TO CHECK-TEXT(4:40)
           MOVE 43 TO CHECK-LENGTH
           PERFORM UTILITY-CHECK-DIGIT
           IF COMPUTED-DV NOT = UC-GENERAL-DV
               DISPLAY "[X] General check digit of the utility bill "
                   "is wrong."
               GO TO CHECK-UTILITY-BARCODE-EXIT
           END-IF

           MOVE "U" TO BARCODE-KIND
           SET LINE-IS-VALID TO TRUE.

       CHECK-UTILITY-BARCODE-EXIT.
           EXIT.

      *    A UTILITY BILL'S MODULE 11 WRITES A RESULT OF 0 OR 1 AS 0.
       UTILITY-CHECK-DIGIT                                      SECTION.
           IF UC-MODULE-10
               PERFORM MODULE-10-DIGIT
           ELSE
               PERFORM MODULE-11-REMAINDER
               IF CHECK-REMAINDER < 2
                   MOVE ZERO TO COMPUTED-DV
               ELSE
                   COMPUTE COMPUTED-DV = 11 - CHECK-REMAINDER
               END-IF
           END-IF.

      *    WEIGHTS 2,1,2,1... FROM THE RIGHTMOST DIGIT, A TWO-DIGIT
      *    PRODUCT COUNTING AS THE SUM OF ITS DIGITS; THE CHECK DIGIT
      *    IS WHAT TAKES THE TOTAL TO THE NEXT TEN.
       MODULE-10-DIGIT                                          SECTION.
           MOVE ZERO TO CHECK-SUM
           MOVE 2 TO CHECK-WEIGHT
           PERFORM ADD-MODULE-10-TERM
               VARYING CHECK-I FROM CHECK-LENGTH BY -1
               UNTIL CHECK-I = ZERO
           DIVIDE CHECK-SUM BY 10 GIVING CHECK-QUOTIENT
               REMAINDER CHECK-REMAINDER
           IF CHECK-REMAINDER = ZERO
               MOVE ZERO TO COMPUTED-DV
           ELSE
               COMPUTE COMPUTED-DV = 10 - CHECK-REMAINDER
           END-IF.

       ADD-MODULE-10-TERM                                       SECTION.
           COMPUTE CHECK-PRODUCT = CHECK-DIGIT(CHECK-I) * CHECK-WEIGHT
           IF CHECK-PRODUCT > 9
               SUBTRACT 9 FROM CHECK-PRODUCT
           END-IF
           ADD CHECK-PRODUCT TO CHECK-SUM
           IF CHECK-WEIGHT = 2
               MOVE 1 TO CHECK-WEIGHT
           ELSE
               MOVE 2 TO CHECK-WEIGHT
           END-IF.

      *    WEIGHTS 2 THROUGH 9, REPEATING, FROM THE RIGHTMOST DIGIT.
      *    THE CALLER TURNS THE REMAINDER INTO ITS CHECK DIGIT -- THE
      *    BOLETO AND UTILITY RULES DIFFER.
       MODULE-11-REMAINDER                                      SECTION.
           MOVE ZERO TO CHECK-SUM
           MOVE 2 TO CHECK-WEIGHT
           PERFORM ADD-MODULE-11-TERM
               VARYING CHECK-I FROM CHECK-LENGTH BY -1
               UNTIL CHECK-I = ZERO
           DIVIDE CHECK-SUM BY 11 GIVING CHECK-QUOTIENT
               REMAINDER CHECK-REMAINDER.

       ADD-MODULE-11-TERM                                       SECTION.
           COMPUTE CHECK-PRODUCT = CHECK-DIGIT(CHECK-I) * CHECK-WEIGHT
           ADD CHECK-PRODUCT TO CHECK-SUM
           IF CHECK-WEIGHT = 9
               MOVE 2 TO CHECK-WEIGHT
           ELSE
               ADD 1 TO CHECK-WEIGHT
           END-IF.

      *    PULL THE COLLECTOR, AMOUNT AND DUE DATE OUT OF A BARCODE
      *    THAT HAS PASSED ITS CHECKS, AND REFUSE AN EXPIRED BOLETO.
       DECODE-BARCODE                                           SECTION.
           MOVE ZERO TO BARCODE-DUE-DATE
           IF BARCODE-KIND = "U"
               COMPUTE BARCODE-COLLECTOR =
                   UC-SEGMENT * 10000 + UC-COMPANY-CODE
               IF UC-AMOUNT-IN-REAIS
                   MOVE UC-AMOUNT TO BARCODE-AMOUNT
               ELSE
                   MOVE ZERO TO BARCODE-AMOUNT
               END-IF
               GO TO DECODE-BARCODE-EXIT
           END-IF

           MOVE BC-BANK-CODE TO BARCODE-COLLECTOR
           MOVE BC-AMOUNT TO BARCODE-AMOUNT
           IF BC-DUE-FACTOR = ZERO
               GO TO DECODE-BARCODE-EXIT
           END-IF

           COMPUTE TODAY-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)
           COMPUTE DUE-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(DUE-FACTOR-BASE-DATE)
               + BC-DUE-FACTOR
           IF DUE-DAY-INTEGER + DUE-FACTOR-WINDOW-DAYS
                   < TODAY-DAY-INTEGER
               ADD DUE-FACTOR-CYCLE-DAYS TO DUE-DAY-INTEGER
           END-IF
           COMPUTE BARCODE-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(DUE-DAY-INTEGER)

           IF BARCODE-DUE-DATE < TODAY-YYYYMMDD
               MOVE BARCODE-DUE-DATE TO CAL-CHECK-DATE
               MOVE CURRENT-OPERATOR-BRANCH TO CAL-CHECK-BRANCH
               PERFORM NEXT-BUSINESS-DAY-FROM
               IF CAL-NEXT-BUSINESS-DATE < TODAY-YYYYMMDD
                   DISPLAY "[X] Boleto expired on " BARCODE-DUE-DATE
                       " -- it must be paid at the issuing bank."
                   SET LINE-IS-INVALID TO TRUE
               END-IF
           END-IF.

       DECODE-BARCODE-EXIT.
           EXIT.

      *    THE SAME BARCODE PAID BEFORE -- TODAY OR ANY EARLIER DAY.
      *    ON A HIT THE EARLIER PAYMENT IS LEFT IN THE RECORD AREA.
       CHECK-BILL-ALREADY-PAID                                  SECTION.
           SET BILL-NOT-YET-PAID TO TRUE
           MOVE 1 TO BILL-PAYMENT-KEY
           START BILL-PAYMENT KEY IS NOT LESS THAN BILL-PAYMENT-KEY
               INVALID KEY
                   SET BILL-PAYMENT-NOT-FOUND TO TRUE
           END-START
           PERFORM UNTIL BILL-PAYMENT-NOT-FOUND OR BILL-ALREADY-PAID
               READ BILL-PAYMENT NEXT RECORD
                   AT END
                       SET BILL-PAYMENT-NOT-FOUND TO TRUE
                   NOT AT END
                       IF BIL-BARCODE = BARCODE-TEXT
                           SET BILL-ALREADY-PAID TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       PAY-BILL-IN-CASH                                         SECTION.
      *    MAN15 COUNTS THE CASH INTO TODAY'S DRAWER, SO THERE MUST
      *    BE ONE STILL OPEN.
           PERFORM OPEN-DRAWER-CONTROL
           MOVE CURRENT-OPERATOR-ID TO DRAWER-SEEK-OPERATOR
           MOVE TODAY-YYYYMMDD TO DRAWER-SEEK-DATE
           PERFORM DRAWER-CONTROL-SEEK
           IF DRAWER-SEEK-FOUND AND DRW-STATUS-CLOSED
               SET DRAWER-SEEK-NOT-FOUND TO TRUE
           END-IF
           CLOSE DRAWER-CONTROL
           IF DRAWER-SEEK-NOT-FOUND
               DISPLAY "[X] No open drawer today for "
                   CURRENT-OPERATOR-ID " -- cash cannot be taken."
               GO TO PAY-BILL-IN-CASH-EXIT
           END-IF

           PERFORM CONFIRM-BILL-PAYMENT
           IF NOT INP-CONFIRMED
               GO TO PAY-BILL-IN-CASH-EXIT
           END-IF

      *    NO LEDGER ENTRY, BUT THE BILL-PAYMENT NUMBER IS STILL
      *    HANDED OUT UNDER THE POSTING LOCK SO TWO WINDOWS CANNOT
      *    CLAIM THE SAME RECORD -- OR PAY THE SAME BILL.
           CLOSE BILL-PAYMENT
           PERFORM ACQUIRE-POSTING-LOCK
           IF POSTING-LOCK-DENIED
               DISPLAY "[X] The posting lock is busy, try again."
               PERFORM OPEN-BILL-PAYMENT
               GO TO PAY-BILL-IN-CASH-EXIT
           END-IF
           PERFORM OPEN-BILL-PAYMENT

           PERFORM CHECK-BILL-ALREADY-PAID
           IF BILL-ALREADY-PAID
               DISPLAY "[X] This bill was already paid (payment "
                   BIL-PAYMENT-NUMBER " on " BIL-BUSINESS-DATE ")."
               PERFORM RELEASE-POSTING-LOCK
               GO TO PAY-BILL-IN-CASH-EXIT
           END-IF

           MOVE ZEROS TO BILL-PAYMENT-RECORD
           SET BIL-PAID-IN-CASH TO TRUE
           MOVE ZERO TO BIL-ACCOUNT-NUMBER
           MOVE ZERO TO BIL-LEDGER-SEQUENCE
           PERFORM WRITE-BILL-PAYMENT
           PERFORM RELEASE-POSTING-LOCK
           IF NOT BILL-PAYMENT-OK
               GO TO PAY-BILL-IN-CASH-EXIT
           END-IF

           PERFORM AUDIT-BILL-PAYMENT
           MOVE INP-BILL-AMOUNT TO EDITED-AMOUNT
           DISPLAY "[!] Bill paid in cash, payment " BIL-PAYMENT-NUMBER
               ", amount " EDITED-AMOUNT ".".

       PAY-BILL-IN-CASH-EXIT.
           EXIT.

       PAY-BILL-FROM-ACCOUNT                                    SECTION.
           DISPLAY "[?] Account ID:"
           ACCEPT ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT
           IF ACCOUNT-RESOLVE-NOT-FOUND
               DISPLAY "[X] No account on file for "
                   ACCOUNT-RESOLVE-NUMBER
               GO TO PAY-BILL-FROM-ACCOUNT-EXIT
           END-IF

           DISPLAY "[!] Customer:"
           DISPLAY CLIENT-INFO
           IF ACCOUNT-RESOLVE-SECOND-CPF > ZERO
               DISPLAY "[!] Joint holder: "
                   ACCOUNT-RESOLVE-SECOND-NAME
           END-IF

           IF RESOLVED-ACCOUNT-NOT-ACTIVE
               DISPLAY "[X] Account " ACCOUNT-RESOLVE-NUMBER
                   " is inactive, no payments."
               GO TO PAY-BILL-FROM-ACCOUNT-EXIT
           END-IF

      *    SAME AVAILABLE-BALANCE-PLUS-OVERDRAFT FUNDS CHECK AS
      *    MAN2'S WITHDRAWALS.
           MOVE ACCOUNT-RESOLVE-NUMBER TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE TXN-SEEK-BALANCE TO TXN-CURRENT-BALANCE
           MOVE ACCOUNT-RESOLVE-NUMBER TO JUD-SEEK-ACCOUNT
           PERFORM JUDICIAL-FROZEN-BALANCE
           MOVE ACCOUNT-RESOLVE-NUMBER TO CAU-SEEK-ACCOUNT
           PERFORM CARD-HELD-BALANCE
           COMPUTE WITHDRAWAL-HEADROOM =
               TXN-CURRENT-BALANCE - TXN-SEEK-HELD-AMOUNT
               - JUD-FROZEN-TOTAL - CAU-HELD-TOTAL
               + ACCOUNT-RESOLVE-OVERDRAFT
           IF INP-BILL-AMOUNT > WITHDRAWAL-HEADROOM
               DISPLAY "[X] Insufficient funds to pay the bill."
               GO TO PAY-BILL-FROM-ACCOUNT-EXIT
           END-IF

           PERFORM CONFIRM-BILL-PAYMENT
           IF NOT INP-CONFIRMED
               GO TO PAY-BILL-FROM-ACCOUNT-EXIT
           END-IF

      *    ENTER THE POSTING WINDOW -- SAME LOCKED RE-OPEN, RE-SEEK
      *    AND RE-CHECK AS MAN2, PLUS THE DUPLICATE-BILL CHECK.
           CLOSE ACCOUNT-TXN ACCOUNT-POSITION BILL-PAYMENT
           PERFORM ACQUIRE-POSTING-LOCK
           IF POSTING-LOCK-DENIED
               DISPLAY "[X] The posting lock is busy, try again."
               PERFORM OPEN-ACCOUNT-TXN
               PERFORM OPEN-ACCOUNT-POSITION
               PERFORM OPEN-BILL-PAYMENT
               GO TO PAY-BILL-FROM-ACCOUNT-EXIT
           END-IF
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION
           PERFORM OPEN-BILL-PAYMENT

           PERFORM CHECK-BILL-ALREADY-PAID
           IF BILL-ALREADY-PAID
               DISPLAY "[X] This bill was already paid (payment "
                   BIL-PAYMENT-NUMBER " on " BIL-BUSINESS-DATE ")."
               PERFORM RELEASE-POSTING-LOCK
               GO TO PAY-BILL-FROM-ACCOUNT-EXIT
           END-IF

           MOVE ACCOUNT-RESOLVE-NUMBER TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE TXN-SEEK-BALANCE TO TXN-CURRENT-BALANCE
           MOVE ACCOUNT-RESOLVE-NUMBER TO JUD-SEEK-ACCOUNT
           PERFORM JUDICIAL-FROZEN-BALANCE
           MOVE ACCOUNT-RESOLVE-NUMBER TO CAU-SEEK-ACCOUNT
           PERFORM CARD-HELD-BALANCE
           COMPUTE WITHDRAWAL-HEADROOM =
               TXN-CURRENT-BALANCE - TXN-SEEK-HELD-AMOUNT
               - JUD-FROZEN-TOTAL - CAU-HELD-TOTAL
               + ACCOUNT-RESOLVE-OVERDRAFT
           IF INP-BILL-AMOUNT > WITHDRAWAL-HEADROOM
               DISPLAY "[X] Insufficient funds to pay the bill."
               PERFORM RELEASE-POSTING-LOCK
               GO TO PAY-BILL-FROM-ACCOUNT-EXIT
           END-IF

      *    THE LEDGER DEBIT GOES DOWN FIRST, CARRYING THE NUMBER THE
      *    BILL-PAYMENT RECORD WILL TAKE; THE RECORD FOLLOWS IT. A
      *    RECORD THAT THEN CANNOT BE WRITTEN HAS ITS DEBIT REVERSED,
      *    SO NO MONEY LEAVES FOR A BILL BAT22 WILL NEVER REMIT.
           COMPUTE TXN-NEW-BALANCE =
               TXN-CURRENT-BALANCE - INP-BILL-AMOUNT

           MOVE ACCOUNT-RESOLVE-NUMBER TO TXN-ACCOUNT-HASH
           SET TXN-IS-BILL-PAYMENT TO TRUE
           MOVE INP-BILL-AMOUNT TO TXN-AMOUNT
           MOVE TXN-NEW-BALANCE TO TXN-BALANCE-AFTER
           MOVE TODAY-YYYYMMDD TO TXN-DATE
      *    THE BILL-PAYMENT NUMBER RIDES IN THE COUNTERPART FIELD --
      *    SEE ACCTXREC.CPY.
           COMPUTE TXN-COUNTERPART-HASH =
               BILL-PAYMENT-RECORD-COUNT + 1
           ADD 1 TO ACCOUNT-TXN-MAX-SEQUENCE
           MOVE ACCOUNT-TXN-MAX-SEQUENCE TO TXN-SEQUENCE
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE CURRENT-OPERATOR-BRANCH TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
               ACCOUNT-TXN-RECORD-COUNT + 1
           WRITE ACCOUNT-TXN-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not post bill payment, "
                       "file status: " ACCOUNT-TXN-STATUS
                   PERFORM RELEASE-POSTING-LOCK
                   GO TO PAY-BILL-FROM-ACCOUNT-EXIT
           END-WRITE
           ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
           PERFORM ACCOUNT-POSITION-UPDATE

           MOVE ZEROS TO BILL-PAYMENT-RECORD
           SET BIL-PAID-FROM-ACCOUNT TO TRUE
           MOVE ACCOUNT-RESOLVE-NUMBER TO BIL-ACCOUNT-NUMBER
           MOVE ACCOUNT-TXN-MAX-SEQUENCE TO BIL-LEDGER-SEQUENCE
           PERFORM WRITE-BILL-PAYMENT
           IF NOT BILL-PAYMENT-OK
               PERFORM REVERSE-BILL-DEBIT
               PERFORM RELEASE-POSTING-LOCK
               GO TO PAY-BILL-FROM-ACCOUNT-EXIT
           END-IF

           PERFORM RELEASE-POSTING-LOCK

           PERFORM AUDIT-BILL-PAYMENT
           MOVE TXN-NEW-BALANCE TO EDITED-AMOUNT
           DISPLAY "[!] Bill paid, payment " BIL-PAYMENT-NUMBER
               ", new balance: " EDITED-AMOUNT.

       PAY-BILL-FROM-ACCOUNT-EXIT.
           EXIT.

      *    THE BILL-PAYMENT RECORD COULD NOT BE WRITTEN AFTER ITS "B"
      *    DEBIT POSTED, SO THE DEBIT IS CANCELLED WITH A REVERSAL
      *    CREDIT LINKED BACK TO IT (SAME MACHINERY AS MAN10), LEAVING
      *    AN AUDIT ENTRY. IF EVEN THAT WRITE FAILS, THE OPERATOR IS
      *    TOLD TO CORRECT THE ACCOUNT BY HAND.
       REVERSE-BILL-DEBIT                                       SECTION.
           MOVE ACCOUNT-RESOLVE-NUMBER TO TXN-ACCOUNT-HASH
           SET TXN-IS-REVERSAL-CREDIT TO TRUE
           MOVE INP-BILL-AMOUNT TO TXN-AMOUNT
           MOVE TXN-CURRENT-BALANCE TO TXN-BALANCE-AFTER
           MOVE TODAY-YYYYMMDD TO TXN-DATE
           MOVE ZERO TO TXN-COUNTERPART-HASH
           MOVE ACCOUNT-TXN-MAX-SEQUENCE TO TXN-REVERSES-SEQUENCE
           ADD 1 TO ACCOUNT-TXN-MAX-SEQUENCE
           MOVE ACCOUNT-TXN-MAX-SEQUENCE TO TXN-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE CURRENT-OPERATOR-BRANCH TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE CURRENT-OPERATOR-ID TO TXN-OPERATOR-ID

           COMPUTE ACCOUNT-TXN-KEY =
               ACCOUNT-TXN-RECORD-COUNT + 1
           WRITE ACCOUNT-TXN-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not reverse the debit either, "
                       "file status: " ACCOUNT-TXN-STATUS
                   DISPLAY "[X] Account " ACCOUNT-RESOLVE-NUMBER
                       " must be corrected by hand."
                   GO TO REVERSE-BILL-DEBIT-EXIT
           END-WRITE
           ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
           PERFORM ACCOUNT-POSITION-UPDATE

           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "MAN24" TO AUDIT-PROGRAM
           MOVE "BILLFAILED" TO AUDIT-ACTION
           MOVE ACCOUNT-RESOLVE-NUMBER TO AUDIT-ACCOUNT-ID
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           MOVE "BILL PAYMENT NOT RECORDED, DEBIT REVERSED"
               TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL

           DISPLAY "[X] Bill payment failed, debit reversed.".

       REVERSE-BILL-DEBIT-EXIT.
           EXIT.

       CONFIRM-BILL-PAYMENT                                     SECTION.
           MOVE INP-BILL-AMOUNT TO EDITED-AMOUNT
           DISPLAY "[!] Pay " EDITED-AMOUNT " to " INP-PAYEE-NAME
           DISPLAY "[?] Confirm (Y/N):"
           ACCEPT INP-CONFIRM
           IF NOT INP-CONFIRMED
               DISPLAY "[!] Payment cancelled."
           END-IF.

      *    CALLED UNDER THE POSTING LOCK WITH THE RECORD ZEROED AND
      *    BIL-METHOD, THE ACCOUNT AND THE LEDGER SEQUENCE SET.
       WRITE-BILL-PAYMENT                                       SECTION.
           COMPUTE BILL-PAYMENT-KEY =
               BILL-PAYMENT-RECORD-COUNT + 1
           MOVE BILL-PAYMENT-KEY TO BIL-PAYMENT-NUMBER
           MOVE BARCODE-KIND TO BIL-KIND
           MOVE BARCODE-TEXT TO BIL-BARCODE
           MOVE BARCODE-COLLECTOR TO BIL-COLLECTOR-CODE
           MOVE INP-PAYEE-NAME TO BIL-PAYEE-NAME
           MOVE INP-BILL-AMOUNT TO BIL-AMOUNT
           MOVE BARCODE-DUE-DATE TO BIL-DUE-DATE
           MOVE CURRENT-OPERATOR-ID TO BIL-OPERATOR-ID
           MOVE CURRENT-OPERATOR-BRANCH TO BIL-BRANCH-CODE
           MOVE TODAY-YYYYMMDD TO BIL-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO BIL-TIMESTAMP
           MOVE ZERO TO BIL-REMITTED-DATE
           WRITE BILL-PAYMENT-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not record bill payment, "
                       "file status: " BILL-PAYMENT-STATUS
                   GO TO WRITE-BILL-PAYMENT-EXIT
           END-WRITE
           ADD 1 TO BILL-PAYMENT-RECORD-COUNT.

       WRITE-BILL-PAYMENT-EXIT.
           EXIT.

       AUDIT-BILL-PAYMENT                                       SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "MAN24" TO AUDIT-PROGRAM
           MOVE "BILLPAY" TO AUDIT-ACTION
           MOVE BIL-ACCOUNT-NUMBER TO AUDIT-ACCOUNT-ID
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           MOVE BIL-PAYMENT-NUMBER TO BA-NUMBER
           MOVE BIL-METHOD TO BA-METHOD
           MOVE BIL-AMOUNT TO BA-AMOUNT
           MOVE BIL-BARCODE TO BA-BARCODE
           MOVE BILL-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTMFND.
           COPY ACCTXOPN.
           COPY ACCTPOPN.
           COPY ACCTPUPD.
           COPY ACCTXFND.
           COPY BILOPN.
           COPY DRWOPN.
           COPY LOCKGET.
           COPY AUDITWRT.
           COPY JUDFND.
           COPY CAUFND.
           COPY CALGET.
