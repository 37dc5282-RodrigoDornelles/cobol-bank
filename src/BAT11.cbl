      *                    BANK MUST HAND CUSTOMERS FOR THEIR TAX
      *                    FILING, STRAIGHT OFF THE LEDGER: EVERY "I"
      *                    AND "H" ENTRY DATED IN THE REQUESTED YEAR,
      *                    NET OF THE "1" AND "3" BACK-VALUE
      *                    CORRECTIONS THAT TAKE SOME OF IT BACK,
      *                    IN THE LIVE LEDGER AND IN THE BAT8 ARCHIVE,
      *                    IS ACCUMULATED PER ACCOUNT AND THEN ROLLED
      *                    UP TO THE OWNING CUSTOMER'S CPF -- A
       01  EARN-TABLE.
           02  EARN-ENTRY                    OCCURS 9999 TIMES.
               03  EARN-ACCOUNT              PIC 9(10).
      *    SIGNED -- A CORRECTION MAY LAND IN A YEAR BEFORE ANYTHING
      *    ELSE ON THE ACCOUNT DOES.
               03  EARN-INTEREST             PIC S9(11)V99.
               03  EARN-WITHHELD             PIC S9(11)V99.
       77  EARN-COUNT                        PIC 9(6) VALUE ZERO.
       77  EARN-I                            PIC 9(6).
       77  EARN-SLOT                         PIC 9(6).
           02  CPF-ENTRY                     OCCURS 9999 TIMES.
               03  CPF-NUMBER                PIC 9(11).
               03  CPF-NAME                  PIC X(32).
               03  CPF-INTEREST              PIC S9(11)V99.
               03  CPF-WITHHELD              PIC S9(11)V99.
       77  CPF-COUNT                         PIC 9(6) VALUE ZERO.
       77  CPF-I                             PIC 9(6).
       77  CPF-SLOT                          PIC 9(6).
       77  WORK-AMOUNT                       PIC S9(11)V99.
       77  WORK-IS-WITHHELD-SW               PIC X.
           88  WORK-IS-WITHHELD                VALUE "Y".
       77  SKIPPED-TABLE-FULL                PIC 9(6) VALUE ZERO.
       77  ACCOUNTS-UNRESOLVED               PIC 9(6) VALUE ZERO.
       77  INTEREST-GRAND-TOTAL              PIC S9(11)V99 VALUE ZERO.
       77  WITHHELD-GRAND-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  REPORT-TITLE-LINE.
           02  FILLER                        PIC X(42) VALUE
               "ANNUAL EARNINGS AND TAX STATEMENT -- YEAR ".
               "CPF".
           02  FILLER                        PIC X(34) VALUE
               "CUSTOMER".
           02  FILLER                        PIC X(17) VALUE
               "INTEREST PAID".
           02  FILLER                        PIC X(14) VALUE
               "IRRF WITHHELD".
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-NAME                      PIC X(32).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-INTEREST                  PIC Z(10)9.99-.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-WITHHELD                  PIC Z(10)9.99-.
       01  REPORT-TOTAL-LINE.
           02  FILLER                        PIC X(24) VALUE
               "TOTAL INTEREST PAID:".
           02  RPT-TOTAL-INTEREST            PIC Z(10)9.99-.
       01  REPORT-WITHHELD-LINE.
           02  FILLER                        PIC X(24) VALUE
               "TOTAL IRRF WITHHELD:".
           02  RPT-TOTAL-WITHHELD            PIC Z(10)9.99-.

       PROCEDURE                                               DIVISION.
       MAIN.

           DISPLAY ""
           DISPLAY "[!] Customers reported: " CPF-COUNT
           DISPLAY "[!] Total interest paid: " RPT-TOTAL-INTEREST
           DISPLAY "[!] Total IRRF withheld: " RPT-TOTAL-WITHHELD
           IF ACCOUNTS-UNRESOLVED > ZERO
               DISPLAY "[X] Accounts with no customer on master: "
                   ACCOUNTS-UNRESOLVED
           GOBACK.

       ACCUMULATE-LIVE-ENTRY                                    SECTION.
           IF (TXN-IS-INTEREST OR TXN-IS-TAX-WITHHELD
                   OR TXN-IS-INTEREST-CLAWBACK OR TXN-IS-TAX-REFUND)
                   AND TXN-DATE >= YEAR-START-DATE
                   AND TXN-DATE <= YEAR-END-DATE
               MOVE TXN-AMOUNT TO WORK-AMOUNT
               IF TXN-IS-INTEREST-CLAWBACK OR TXN-IS-TAX-REFUND
                   COMPUTE WORK-AMOUNT = ZERO - TXN-AMOUNT
               END-IF
               IF TXN-IS-TAX-WITHHELD OR TXN-IS-TAX-REFUND
                   SET WORK-IS-WITHHELD TO TRUE
               ELSE
                   MOVE "N" TO WORK-IS-WITHHELD-SW
           EXIT.

       ACCUMULATE-ARCHIVED-ENTRY                                SECTION.
           IF (HIST-TXN-IS-INTEREST OR HIST-TXN-IS-TAX-WITHHELD
                   OR HIST-TXN-IS-INT-CLAWBACK
                   OR HIST-TXN-IS-TAX-REFUND)
                   AND HIST-TXN-DATE >= YEAR-START-DATE
                   AND HIST-TXN-DATE <= YEAR-END-DATE
               MOVE HIST-TXN-AMOUNT TO WORK-AMOUNT
               IF HIST-TXN-IS-INT-CLAWBACK OR HIST-TXN-IS-TAX-REFUND
                   COMPUTE WORK-AMOUNT = ZERO - HIST-TXN-AMOUNT
               END-IF
               IF HIST-TXN-IS-TAX-WITHHELD OR HIST-TXN-IS-TAX-REFUND
                   SET WORK-IS-WITHHELD TO TRUE
               ELSE
                   MOVE "N" TO WORK-IS-WITHHELD-SW
