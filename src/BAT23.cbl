       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         BAT23.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        CORPORATE PAYROLL INTAKE. READS THE
      *                    PAYROLL FILE AN EMPLOYER CUSTOMER SENDS IN
      *                    THE FEBRABAN CNAB 240 LAYOUT
      *                    (data/PAYROLL.DAT -- FILE HEADER, ONE OR
      *                    MORE SALARY BATCHES OF SEGMENT "A" CREDITS,
      *                    BATCH AND FILE TRAILERS) AND PAYS IT: ONE
      *                    "A" DEBIT ON THE EMPLOYER'S ACCOUNT FOR
      *                    EVERYTHING CREDITED AND ONE "V" CREDIT PER
      *                    EMPLOYEE. THE WHOLE FILE IS REFUSED, WITH
      *                    NOTHING POSTED, WHEN ITS STRUCTURE, RECORD
      *                    COUNTS OR AMOUNT TOTALS DO NOT AGREE WITH
      *                    ITS TRAILERS, WHEN THE EMPLOYER'S ACCOUNT IS
      *                    UNKNOWN OR NOT ACTIVE, WHEN THE EMPLOYER'S
      *                    AVAILABLE BALANCE PLUS OVERDRAFT DOES NOT
      *                    COVER THE WHOLE PAYROLL, OR WHEN THE SAME
      *                    FILE (EMPLOYER ACCOUNT AND FILE SEQUENCE
      *                    NUMBER) WAS ALREADY PAID, OR A RUN OF IT
      *                    STOPPED PART-WAY -- SEE PAYREC.CPY.
      *                    AN EMPLOYEE WHOSE ACCOUNT IS UNKNOWN, OR
      *                    INACTIVE OR CLOSED ON CLIENT-MASTER, IS NOT
      *                    CREDITED AND IS NOT PART OF THE EMPLOYER'S
      *                    DEBIT. EVERY RECORD GOES BACK TO THE
      *                    EMPLOYER ON THE CNAB RETURN FILE
      *                    (data/PAYRTN.DAT) WITH ITS OCCURRENCE CODE.
      *                    ONLY THIS BANK'S ACCOUNTS ARE PAID -- THE
      *                    FAVORED-BANK FIELDS ARE NOT EXAMINED.
      *                    FINISHES WITH A CONTROL REPORT FOR THE
      *                    EMPLOYER'S ACCOUNT MANAGER TO SIGN. RUN
      *                    STANDALONE, ONCE PER PAYROLL FILE RECEIVED
      *                    -- NOT ON THE MAN0 MENU. FILES ARRIVE IN
      *                    THE BUSINESS DAY, WITH THE TELLERS POSTING,
      *                    SO THE JOB HOLDS THE POSTING LOCK (LOCKGET)
      *                    FROM THE EMPLOYER'S FUNDS CHECK TO THE LAST
      *                    EMPLOYEE CREDITED.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY ACCTXSEL.
           COPY ACCTPSEL.
           COPY PAYSEL.
           SELECT PAYROLL-FILE
               ASSIGN TO "data/PAYROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYROLL-FILE-STATUS.
           SELECT PAYROLL-RETURN
               ASSIGN TO "data/PAYRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYROLL-RETURN-STATUS.
           SELECT PAYROLL-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYROLL-REPORT-STATUS.
           COPY RPTCSEL.
           COPY JUDSEL.
           COPY CAUSEL.
           COPY AUDITSEL.
           COPY LOCKSEL.

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
       FD  PAYROLL-REGISTER.
           COPY PAYREC.
       FD  POSTING-LOCK.
           COPY LOCKREC.

      *    CNAB 240 -- EVERY RECORD IS 240 BYTES; BANK, BATCH AND
      *    RECORD TYPE SIT IN THE SAME PLACE ON ALL OF THEM AND THE
      *    REST IS VIEWED PER RECORD TYPE. FIELDS THE INTAKE DOES NOT
      *    USE ARE LEFT AS FILLER.
       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD.
           02  PRL-BANK-CODE                 PIC X(03).
           02  PRL-BATCH-NUMBER              PIC 9(04).
           02  PRL-RECORD-TYPE               PIC X(01).
               88  PRL-IS-FILE-HEADER          VALUE "0".
               88  PRL-IS-BATCH-HEADER         VALUE "1".
               88  PRL-IS-DETAIL               VALUE "3".
               88  PRL-IS-BATCH-TRAILER        VALUE "5".
               88  PRL-IS-FILE-TRAILER         VALUE "9".
           02  PRL-BODY                      PIC X(232).
           02  PRL-FILE-HEADER REDEFINES PRL-BODY.
               03  FILLER                    PIC X(09).
               03  PFH-INSCRIPTION-TYPE      PIC X(01).
               03  PFH-INSCRIPTION           PIC X(14).
               03  PFH-AGREEMENT             PIC X(20).
               03  PFH-BRANCH                PIC X(05).
               03  PFH-BRANCH-DV             PIC X(01).
               03  PFH-ACCOUNT.
                   04  PFH-ACCOUNT-HIGH      PIC 9(02).
                   04  PFH-ACCOUNT-NUMBER    PIC 9(10).
               03  PFH-ACCOUNT-DV            PIC X(01).
               03  PFH-BRANCH-ACCOUNT-DV     PIC X(01).
               03  PFH-COMPANY-NAME          PIC X(30).
               03  PFH-BANK-NAME             PIC X(30).
               03  FILLER                    PIC X(10).
               03  PFH-FILE-CODE             PIC X(01).
                   88  PFH-IS-REMITTANCE       VALUE "1".
                   88  PFH-IS-RETURN           VALUE "2".
               03  PFH-GENERATION-DATE.
                   04  PFH-GENERATION-DAY    PIC 9(02).
                   04  PFH-GENERATION-MONTH  PIC 9(02).
                   04  PFH-GENERATION-YEAR   PIC 9(04).
               03  PFH-GENERATION-TIME       PIC X(06).
               03  PFH-FILE-SEQUENCE         PIC 9(06).
               03  PFH-LAYOUT-VERSION        PIC X(03).
               03  FILLER                    PIC X(74).
           02  PRL-BATCH-HEADER REDEFINES PRL-BODY.
               03  PBH-OPERATION             PIC X(01).
                   88  PBH-IS-CREDIT           VALUE "C".
               03  PBH-SERVICE-TYPE          PIC X(02).
                   88  PBH-IS-SALARY           VALUE "30".
               03  PBH-ENTRY-FORM            PIC X(02).
               03  PBH-LAYOUT-VERSION        PIC X(03).
               03  FILLER                    PIC X(01).
               03  PBH-INSCRIPTION-TYPE      PIC X(01).
               03  PBH-INSCRIPTION           PIC X(14).
               03  PBH-AGREEMENT             PIC X(20).
               03  PBH-BRANCH                PIC X(05).
               03  PBH-BRANCH-DV             PIC X(01).
               03  PBH-ACCOUNT               PIC X(12).
               03  FILLER                    PIC X(170).
           02  PRL-DETAIL REDEFINES PRL-BODY.
               03  PDA-RECORD-SEQUENCE       PIC X(05).
               03  PDA-SEGMENT               PIC X(01).
                   88  PDA-IS-SEGMENT-A        VALUE "A".
                   88  PDA-IS-SEGMENT-B        VALUE "B".
               03  PDA-MOVEMENT-TYPE         PIC X(01).
               03  PDA-INSTRUCTION           PIC X(02).
               03  PDA-CLEARING-CODE         PIC X(03).
               03  PDA-FAVORED-BANK          PIC X(03).
               03  PDA-FAVORED-BRANCH        PIC X(05).
               03  PDA-FAVORED-BRANCH-DV     PIC X(01).
               03  PDA-FAVORED-ACCOUNT.
                   04  PDA-ACCOUNT-HIGH      PIC 9(02).
                   04  PDA-EMPLOYEE-ACCOUNT  PIC 9(10).
               03  PDA-FAVORED-ACCOUNT-DV    PIC X(01).
               03  PDA-FAVORED-BR-ACCT-DV    PIC X(01).
               03  PDA-FAVORED-NAME          PIC X(30).
               03  PDA-COMPANY-DOCUMENT      PIC X(20).
               03  PDA-PAYMENT-DATE          PIC X(08).
               03  PDA-CURRENCY              PIC X(03).
               03  PDA-CURRENCY-QUANTITY     PIC X(15).
               03  PDA-AMOUNT                PIC 9(13)V99.
               03  PDA-BANK-DOCUMENT         PIC X(20).
      *    FILLED IN ON THE RETURN FOR A CREDITED ITEM -- THE DAY
      *    (DDMMYYYY) AND AMOUNT ACTUALLY PAID.
               03  PDA-EFFECTIVE-DATE        PIC 9(08).
               03  PDA-EFFECTIVE-AMOUNT      PIC 9(13)V99.
               03  FILLER                    PIC X(53).
               03  PDA-OCCURRENCES           PIC X(10).
           02  PRL-BATCH-TRAILER REDEFINES PRL-BODY.
               03  FILLER                    PIC X(09).
               03  PBT-RECORD-COUNT          PIC 9(06).
               03  PBT-AMOUNT-TOTAL          PIC 9(16)V99.
               03  PBT-QUANTITY-TOTAL        PIC X(18).
               03  PBT-DEBIT-NOTICE          PIC X(06).
               03  FILLER                    PIC X(165).
               03  PBT-OCCURRENCES           PIC X(10).
           02  PRL-FILE-TRAILER REDEFINES PRL-BODY.
               03  FILLER                    PIC X(09).
               03  PFT-BATCH-COUNT           PIC 9(06).
               03  PFT-RECORD-COUNT          PIC 9(06).
               03  PFT-ACCOUNT-COUNT         PIC X(06).
               03  FILLER                    PIC X(205).

      *    THE RETURN IS THE FILE AS RECEIVED, MARKED AS A RETURN IN
      *    ITS HEADER, WITH EACH DETAIL'S OCCURRENCE CODE FILLED IN.
       FD  PAYROLL-RETURN.
       01  PAYROLL-RETURN-RECORD              PIC X(240).

       FD  PAYROLL-REPORT.
       01  PAYROLL-REPORT-LINE                PIC X(80).

       FD  REPORT-CATALOG.
           COPY RPTCREC.
       FD  JUDICIAL-BLOCK.
           COPY JUDREC.
       FD  CARD-AUTH.
           COPY CAUREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY ACCTXSTA.
           COPY ACCTPSTA.
           COPY PAYSTA.
           COPY JUDSTA.
           COPY CAUSTA.
           COPY AUDITSTA.
           COPY OPERSTA.
           COPY RPTCSTA.
           COPY LOCKSTA.
       77  PAYROLL-FILE-STATUS                PIC XX.
           88  PAYROLL-FILE-OK                  VALUE "00".
           88  PAYROLL-FILE-MISSING             VALUE "35".
       77  PAYROLL-EOF-SW                     PIC X VALUE "N".
           88  PAYROLL-EOF                      VALUE "Y".
       77  PAYROLL-RETURN-STATUS              PIC XX.
       77  PAYROLL-REPORT-STATUS              PIC XX.
       01  BUSINESS-DATE                      PIC 9(8).
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE.
           02  BUSINESS-YEAR                  PIC 9(4).
           02  BUSINESS-MONTH                 PIC 9(2).
           02  BUSINESS-DAY                   PIC 9(2).
      *    THE SAME DAY IN THE DDMMYYYY ORDER CNAB CARRIES DATES IN.
       01  CNAB-BUSINESS-DATE.
           02  CNAB-BUSINESS-DAY              PIC 9(2).
           02  CNAB-BUSINESS-MONTH            PIC 9(2).
           02  CNAB-BUSINESS-YEAR             PIC 9(4).
       77  REFUSAL-SW                         PIC X VALUE "N".
           88  FILE-REFUSED                     VALUE "Y".
       77  REFUSAL-REASON                     PIC X(50) VALUE SPACES.
       77  TRAILER-SEEN-SW                    PIC X VALUE "N".
           88  FILE-TRAILER-SEEN                VALUE "Y".
       77  IN-BATCH-SW                        PIC X VALUE "N".
           88  IN-BATCH                         VALUE "Y".
      *    WHAT THE FILE HEADER SAYS, HELD FOR THE WHOLE RUN.
       77  COMPANY-ACCOUNT                    PIC 9(10) VALUE ZERO.
       77  COMPANY-ACCOUNT-X                  PIC X(12) VALUE SPACES.
       77  COMPANY-NAME                       PIC X(30) VALUE SPACES.
       77  FILE-SEQUENCE                      PIC 9(6) VALUE ZERO.
       77  FILE-DATE                          PIC 9(8) VALUE ZERO.
      *    STRUCTURE COUNTS CHECKED AGAINST THE TRAILERS.
       77  RECORDS-IN-FILE                    PIC 9(6) VALUE ZERO.
       77  BATCHES-IN-FILE                    PIC 9(6) VALUE ZERO.
       77  RECORDS-IN-BATCH                   PIC 9(6) VALUE ZERO.
       77  BATCH-AMOUNT                       PIC 9(16)V99 VALUE ZERO.
       77  ITEMS-IN-FILE                      PIC 9(6) VALUE ZERO.
       77  FILE-TOTAL                         PIC 9(16)V99 VALUE ZERO.
      *    THE LARGEST AMOUNT ONE LEDGER ENTRY CAN CARRY -- THE
      *    EMPLOYER'S SINGLE DEBIT MUST FIT.
       77  LEDGER-AMOUNT-LIMIT                PIC 9(9)V99
                                              VALUE 999999999.99.
       77  COMPANY-HEADROOM                   PIC S9(11)V99.
       77  ITEM-BALANCE                       PIC S9(9)V99.
       77  ITEM-NEW-BALANCE                   PIC S9(9)V99.
      *    OCCURRENCE CODE FOR ONE DETAIL: "00", "AN" AND "AR" ARE
      *    FEBRABAN'S; "IA" IS THIS BANK'S OWN FOR AN ACCOUNT THAT
      *    EXISTS BUT IS INACTIVE OR CLOSED. "BD" (ACCEPTED, NOT YET
      *    CREDITED) GOES BACK FOR A CREDIT THE EMPLOYER WAS DEBITED
      *    FOR BUT WHOSE LEDGER ENTRY COULD NOT BE WRITTEN --
      *    OPERATIONS POSTS IT BY HAND.
       77  ITEM-OCCURRENCE                    PIC X(02).
           88  ITEM-CREDITED                    VALUE "00".
           88  ITEM-UNKNOWN-ACCOUNT             VALUE "AN".
           88  ITEM-BAD-AMOUNT                  VALUE "AR".
           88  ITEM-ACCOUNT-NOT-ACTIVE          VALUE "IA".
           88  ITEM-NOT-POSTED                  VALUE "BD".
       77  ACCEPTED-COUNT                     PIC 9(6) VALUE ZERO.
       77  ACCEPTED-TOTAL                     PIC 9(11)V99 VALUE ZERO.
       77  CREDITED-COUNT                     PIC 9(6) VALUE ZERO.
       77  CREDITED-TOTAL                     PIC 9(11)V99 VALUE ZERO.
       77  REJECTED-COUNT                     PIC 9(6) VALUE ZERO.
       77  REJECTED-TOTAL                     PIC 9(11)V99 VALUE ZERO.
       77  NOT-POSTED-COUNT                   PIC 9(6) VALUE ZERO.
       77  NOT-POSTED-TOTAL                   PIC 9(11)V99 VALUE ZERO.
       77  COMPANY-DEBIT-SEQUENCE             PIC 9(8) VALUE ZERO.
       77  INTAKE-NUMBER                      PIC 9(8) VALUE ZERO.
       01  PAYROLL-AUDIT-DETAIL.
           02  FILLER                         PIC X(04) VALUE
               "NSA ".
           02  PAYROLL-AUDIT-NSA              PIC 9(06).
           02  FILLER                         PIC X(07) VALUE
               " ITEMS ".
           02  PAYROLL-AUDIT-ITEMS            PIC 9(06).
           02  FILLER                         PIC X(10) VALUE
               " CREDITED ".
           02  PAYROLL-AUDIT-CREDITED         PIC 9(06).
           02  FILLER                         PIC X(08) VALUE
               " AMOUNT ".
           02  PAYROLL-AUDIT-AMOUNT           PIC Z(10)9.99.
       01  REPORT-TITLE-LINE.
           02  FILLER                        PIC X(30) VALUE
               "PAYROLL INTAKE -- EMPLOYER".
           02  RPT-TITLE-ACCOUNT             PIC 9(10).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-TITLE-NAME                PIC X(30).
       01  REPORT-FILE-LINE.
           02  FILLER                        PIC X(20) VALUE
               "FILE SEQUENCE (NSA)".
           02  RPT-FILE-SEQUENCE             PIC 9(6).
           02  FILLER                        PIC X(14) VALUE
               "   GENERATED".
           02  RPT-FILE-DATE                 PIC 9(8).
           02  FILLER                        PIC X(14) VALUE
               "   PAID ON".
           02  RPT-BUSINESS-DATE             PIC 9(8).
       01  REPORT-HEADING-LINE.
           02  FILLER                        PIC X(12) VALUE
               "EMPLOYEE".
           02  FILLER                        PIC X(32) VALUE
               "NAME".
           02  FILLER                        PIC X(15) VALUE
               "AMOUNT".
           02  FILLER                        PIC X(04) VALUE
               "OC".
           02  FILLER                        PIC X(10) VALUE
               "OUTCOME".
       01  REPORT-DETAIL-LINE.
           02  RPT-ACCOUNT-ID                PIC 9(10).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-NAME                      PIC X(30).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-AMOUNT                    PIC Z(9)9.99.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-OCCURRENCE                PIC X(02).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-OUTCOME                   PIC X(10).
       01  REPORT-COUNT-LINE.
           02  RPT-COUNT-LABEL               PIC X(24).
           02  RPT-COUNT-VALUE               PIC ZZZ,ZZ9.
           02  FILLER                        PIC X(09) VALUE
               "  AMOUNT ".
           02  RPT-COUNT-AMOUNT              PIC Z(13)9.99.
       01  REPORT-SIGNATURE-LINE.
           02  RPT-SIGNATURE-LABEL           PIC X(24).
           02  FILLER                        PIC X(40) VALUE ALL "_".

       PROCEDURE                                               DIVISION.
       MAIN.
           DISPLAY "---------------------------------------------------"
           DISPLAY " CORPORATE PAYROLL INTAKE (CNAB 240)"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           DISPLAY "[?] Business day YYYYMMDD (0 for today):"
           ACCEPT BUSINESS-DATE
           IF BUSINESS-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO BUSINESS-DATE
           END-IF
           MOVE BUSINESS-DAY TO CNAB-BUSINESS-DAY
           MOVE BUSINESS-MONTH TO CNAB-BUSINESS-MONTH
           MOVE BUSINESS-YEAR TO CNAB-BUSINESS-YEAR

           OPEN INPUT PAYROLL-FILE
           IF PAYROLL-FILE-MISSING
               DISPLAY "[X] No data/PAYROLL.DAT to process."
               GOBACK
           END-IF

      *    PASS 1 -- THE FILE MUST PROVE ITSELF WHOLE BEFORE A SINGLE
      *    ACCOUNT IS TOUCHED.
           PERFORM VALIDATE-PAYROLL-STRUCTURE
           CLOSE PAYROLL-FILE
           IF FILE-REFUSED
               DISPLAY "[X] Payroll file refused: " REFUSAL-REASON
               DISPLAY "[X] Nothing was posted."
               GOBACK
           END-IF

      *    THE LOCK COMES FIRST, SO THE LEDGER IS OPENED ON WHATEVER
      *    THE TELLERS HAVE POSTED SO FAR AND NOTHING MOVES THE
      *    EMPLOYER'S BALANCE BETWEEN THE FUNDS CHECK AND THE DEBIT.
           PERFORM ACQUIRE-POSTING-LOCK
           IF POSTING-LOCK-DENIED
               DISPLAY "[X] The posting lock is busy, run the payroll "
                   "again shortly."
               DISPLAY "[X] Nothing was posted."
               GOBACK
           END-IF
           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION
           PERFORM OPEN-PAYROLL-REGISTER

           PERFORM CHECK-PAYROLL-ACCEPTABLE
           IF FILE-REFUSED
               PERFORM CLOSE-LEDGER-FILES
               DISPLAY "[X] Payroll file refused: " REFUSAL-REASON
               DISPLAY "[X] Nothing was posted."
               GOBACK
           END-IF

      *    PASS 2 -- CLASSIFY EVERY EMPLOYEE, SO THE EMPLOYER IS
      *    DEBITED FOR EXACTLY WHAT WILL BE CREDITED BEFORE ANY
      *    EMPLOYEE IS PAID.
           OPEN INPUT PAYROLL-FILE
           MOVE "N" TO PAYROLL-EOF-SW
           PERFORM UNTIL PAYROLL-EOF
               READ PAYROLL-FILE
                   AT END
                       SET PAYROLL-EOF TO TRUE
                   NOT AT END
                       IF PRL-IS-DETAIL AND PDA-IS-SEGMENT-A
                           PERFORM REFRESH-POSTING-LOCK
                           PERFORM CLASSIFY-PAYROLL-ITEM
                           IF ITEM-CREDITED
                               ADD 1 TO ACCEPTED-COUNT
                               ADD PDA-AMOUNT TO ACCEPTED-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-FILE

           COMPUTE INTAKE-NUMBER = PAYROLL-REGISTER-RECORD-COUNT + 1
           IF ACCEPTED-TOTAL > ZERO
               PERFORM POST-COMPANY-DEBIT
               IF FILE-REFUSED
                   PERFORM CLOSE-LEDGER-FILES
                   DISPLAY "[X] Payroll file refused: " REFUSAL-REASON
                   DISPLAY "[X] Nothing was posted."
                   GOBACK
               END-IF
           END-IF
           PERFORM REGISTER-PAYROLL-FILE

      *    PASS 3 -- PAY EACH EMPLOYEE AND WRITE THE RETURN FILE.
           MOVE "BAT23" TO SPOOL-PROGRAM-ID
           MOVE "PAYROLL" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT PAYROLL-REPORT
           OPEN OUTPUT PAYROLL-RETURN
           PERFORM WRITE-REPORT-HEADINGS

           OPEN INPUT PAYROLL-FILE
           MOVE "N" TO PAYROLL-EOF-SW
           PERFORM UNTIL PAYROLL-EOF
               READ PAYROLL-FILE
                   AT END
                       SET PAYROLL-EOF TO TRUE
                   NOT AT END
                       PERFORM HANDLE-PAYROLL-RECORD
               END-READ
           END-PERFORM
           CLOSE PAYROLL-FILE
           CLOSE PAYROLL-RETURN

           PERFORM COMPLETE-PAYROLL-FILE
           PERFORM CLOSE-LEDGER-FILES
           PERFORM WRITE-REPORT-TOTALS
           CLOSE PAYROLL-REPORT
           PERFORM CATALOG-SPOOL-FILE

           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "BAT23" TO AUDIT-PROGRAM
           MOVE "PAYROLL" TO AUDIT-ACTION
           MOVE COMPANY-ACCOUNT TO AUDIT-ACCOUNT-ID
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           MOVE FILE-SEQUENCE TO PAYROLL-AUDIT-NSA
           MOVE ITEMS-IN-FILE TO PAYROLL-AUDIT-ITEMS
           MOVE CREDITED-COUNT TO PAYROLL-AUDIT-CREDITED
           MOVE CREDITED-TOTAL TO PAYROLL-AUDIT-AMOUNT
           MOVE PAYROLL-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL

           DISPLAY ""
           DISPLAY "[!] Employer " COMPANY-ACCOUNT " file sequence "
               FILE-SEQUENCE
           DISPLAY "[!] Items in file: " ITEMS-IN-FILE
               " totalling " FILE-TOTAL
           DISPLAY "[!] Employees credited: " CREDITED-COUNT
               " totalling " CREDITED-TOTAL
           DISPLAY "[!] Employees rejected: " REJECTED-COUNT
               " totalling " REJECTED-TOTAL
           IF NOT-POSTED-COUNT > ZERO
               DISPLAY "[X] Credits to post by hand: " NOT-POSTED-COUNT
                   " totalling " NOT-POSTED-TOTAL
           END-IF
           DISPLAY "[!] Return written to data/PAYRTN.DAT"
           DISPLAY "[!] Report written to " SPOOL-FILE-NAME
           GOBACK.

      *    PASS 1. WALKS THE WHOLE FILE CHECKING THE CNAB STRUCTURE --
      *    ONE FILE HEADER, SALARY CREDIT BATCHES EACH CLOSED BY A
      *    TRAILER WHOSE RECORD COUNT AND AMOUNT MATCH WHAT THE BATCH
      *    HELD, AND A FILE TRAILER WHOSE BATCH AND RECORD COUNTS
      *    MATCH THE FILE. THE FIRST FAULT REFUSES THE FILE.
       VALIDATE-PAYROLL-STRUCTURE                               SECTION.
           MOVE "N" TO PAYROLL-EOF-SW
           READ PAYROLL-FILE
               AT END
                   SET FILE-REFUSED TO TRUE
                   MOVE "FILE IS EMPTY" TO REFUSAL-REASON
                   GO TO VALIDATE-PAYROLL-STRUCTURE-EXIT
           END-READ
           ADD 1 TO RECORDS-IN-FILE

           IF NOT PRL-IS-FILE-HEADER
               SET FILE-REFUSED TO TRUE
               MOVE "FIRST RECORD IS NOT A FILE HEADER"
                   TO REFUSAL-REASON
               GO TO VALIDATE-PAYROLL-STRUCTURE-EXIT
           END-IF
           IF NOT PFH-IS-REMITTANCE
               SET FILE-REFUSED TO TRUE
               MOVE "FILE HEADER IS NOT A REMITTANCE"
                   TO REFUSAL-REASON
               GO TO VALIDATE-PAYROLL-STRUCTURE-EXIT
           END-IF
      *    THIS BANK'S ACCOUNT NUMBERS ARE TEN DIGITS -- THE TWO HIGH
      *    DIGITS OF THE TWELVE-DIGIT CNAB FIELD MUST BE ZERO.
           IF PFH-ACCOUNT NOT NUMERIC OR PFH-ACCOUNT-HIGH NOT = ZERO
               SET FILE-REFUSED TO TRUE
               MOVE "EMPLOYER ACCOUNT IN FILE HEADER IS INVALID"
                   TO REFUSAL-REASON
               GO TO VALIDATE-PAYROLL-STRUCTURE-EXIT
           END-IF
           IF PFH-FILE-SEQUENCE NOT NUMERIC
                   OR PFH-GENERATION-DATE NOT NUMERIC
               SET FILE-REFUSED TO TRUE
               MOVE "FILE SEQUENCE OR DATE IN HEADER IS INVALID"
                   TO REFUSAL-REASON
               GO TO VALIDATE-PAYROLL-STRUCTURE-EXIT
           END-IF
           MOVE PFH-ACCOUNT-NUMBER TO COMPANY-ACCOUNT
           MOVE PFH-ACCOUNT TO COMPANY-ACCOUNT-X
           MOVE PFH-COMPANY-NAME TO COMPANY-NAME
           MOVE PFH-FILE-SEQUENCE TO FILE-SEQUENCE
           COMPUTE FILE-DATE = PFH-GENERATION-YEAR * 10000
               + PFH-GENERATION-MONTH * 100 + PFH-GENERATION-DAY

           PERFORM UNTIL PAYROLL-EOF OR FILE-REFUSED
               READ PAYROLL-FILE
                   AT END
                       SET PAYROLL-EOF TO TRUE
                   NOT AT END
                       PERFORM VALIDATE-ONE-RECORD
               END-READ
           END-PERFORM
           IF FILE-REFUSED
               GO TO VALIDATE-PAYROLL-STRUCTURE-EXIT
           END-IF

           IF NOT FILE-TRAILER-SEEN
               SET FILE-REFUSED TO TRUE
               MOVE "FILE TRAILER IS MISSING" TO REFUSAL-REASON
               GO TO VALIDATE-PAYROLL-STRUCTURE-EXIT
           END-IF
           IF ITEMS-IN-FILE = ZERO
               SET FILE-REFUSED TO TRUE
               MOVE "FILE CARRIES NO PAYMENTS" TO REFUSAL-REASON
               GO TO VALIDATE-PAYROLL-STRUCTURE-EXIT
           END-IF
           IF FILE-TOTAL > LEDGER-AMOUNT-LIMIT
               SET FILE-REFUSED TO TRUE
               MOVE "FILE TOTAL EXCEEDS ONE LEDGER ENTRY"
                   TO REFUSAL-REASON
           END-IF.

       VALIDATE-PAYROLL-STRUCTURE-EXIT.
           EXIT.

       VALIDATE-ONE-RECORD                                      SECTION.
           ADD 1 TO RECORDS-IN-FILE
           IF FILE-TRAILER-SEEN
               SET FILE-REFUSED TO TRUE
               MOVE "RECORDS FOLLOW THE FILE TRAILER"
                   TO REFUSAL-REASON
               GO TO VALIDATE-ONE-RECORD-EXIT
           END-IF

           EVALUATE TRUE
               WHEN PRL-IS-BATCH-HEADER
                   IF IN-BATCH
                       SET FILE-REFUSED TO TRUE
                       MOVE "BATCH HEADER INSIDE AN OPEN BATCH"
                           TO REFUSAL-REASON
                       GO TO VALIDATE-ONE-RECORD-EXIT
                   END-IF
                   IF NOT PBH-IS-CREDIT OR NOT PBH-IS-SALARY
                       SET FILE-REFUSED TO TRUE
                       MOVE "BATCH IS NOT A SALARY CREDIT BATCH"
                           TO REFUSAL-REASON
                       GO TO VALIDATE-ONE-RECORD-EXIT
                   END-IF
                   IF PBH-ACCOUNT NOT = COMPANY-ACCOUNT-X
                       SET FILE-REFUSED TO TRUE
                       MOVE "BATCH ACCOUNT DIFFERS FROM FILE HEADER"
                           TO REFUSAL-REASON
                       GO TO VALIDATE-ONE-RECORD-EXIT
                   END-IF
                   SET IN-BATCH TO TRUE
                   ADD 1 TO BATCHES-IN-FILE
                   MOVE 1 TO RECORDS-IN-BATCH
                   MOVE ZERO TO BATCH-AMOUNT
               WHEN PRL-IS-DETAIL
                   IF NOT IN-BATCH
                       SET FILE-REFUSED TO TRUE
                       MOVE "DETAIL RECORD OUTSIDE A BATCH"
                           TO REFUSAL-REASON
                       GO TO VALIDATE-ONE-RECORD-EXIT
                   END-IF
                   ADD 1 TO RECORDS-IN-BATCH
      *    SEGMENT "B" (THE EMPLOYEE'S ADDRESS AND CPF) RIDES ALONG
      *    AND COUNTS TOWARD THE BATCH; ONLY "A" CARRIES MONEY.
                   IF PDA-IS-SEGMENT-A
                       IF PDA-AMOUNT NOT NUMERIC
                           SET FILE-REFUSED TO TRUE
                           MOVE "DETAIL AMOUNT IS NOT NUMERIC"
                               TO REFUSAL-REASON
                           GO TO VALIDATE-ONE-RECORD-EXIT
                       END-IF
                       ADD 1 TO ITEMS-IN-FILE
                       ADD PDA-AMOUNT TO BATCH-AMOUNT
                       ADD PDA-AMOUNT TO FILE-TOTAL
                   ELSE
                       IF NOT PDA-IS-SEGMENT-B
                           SET FILE-REFUSED TO TRUE
                           MOVE "UNKNOWN DETAIL SEGMENT"
                               TO REFUSAL-REASON
                           GO TO VALIDATE-ONE-RECORD-EXIT
                       END-IF
                   END-IF
               WHEN PRL-IS-BATCH-TRAILER
                   IF NOT IN-BATCH
                       SET FILE-REFUSED TO TRUE
                       MOVE "BATCH TRAILER WITHOUT A BATCH"
                           TO REFUSAL-REASON
                       GO TO VALIDATE-ONE-RECORD-EXIT
                   END-IF
                   ADD 1 TO RECORDS-IN-BATCH
                   MOVE "N" TO IN-BATCH-SW
                   IF PBT-RECORD-COUNT NOT NUMERIC
                           OR PBT-RECORD-COUNT NOT = RECORDS-IN-BATCH
                       SET FILE-REFUSED TO TRUE
                       MOVE "BATCH TRAILER RECORD COUNT DISAGREES"
                           TO REFUSAL-REASON
                       GO TO VALIDATE-ONE-RECORD-EXIT
                   END-IF
                   IF PBT-AMOUNT-TOTAL NOT NUMERIC
                           OR PBT-AMOUNT-TOTAL NOT = BATCH-AMOUNT
                       SET FILE-REFUSED TO TRUE
                       MOVE "BATCH TRAILER AMOUNT TOTAL DISAGREES"
                           TO REFUSAL-REASON
                       GO TO VALIDATE-ONE-RECORD-EXIT
                   END-IF
               WHEN PRL-IS-FILE-TRAILER
                   IF IN-BATCH
                       SET FILE-REFUSED TO TRUE
                       MOVE "FILE TRAILER INSIDE AN OPEN BATCH"
                           TO REFUSAL-REASON
                       GO TO VALIDATE-ONE-RECORD-EXIT
                   END-IF
                   SET FILE-TRAILER-SEEN TO TRUE
                   IF PFT-BATCH-COUNT NOT NUMERIC
                           OR PFT-BATCH-COUNT NOT = BATCHES-IN-FILE
                       SET FILE-REFUSED TO TRUE
                       MOVE "FILE TRAILER BATCH COUNT DISAGREES"
                           TO REFUSAL-REASON
                       GO TO VALIDATE-ONE-RECORD-EXIT
                   END-IF
                   IF PFT-RECORD-COUNT NOT NUMERIC
                           OR PFT-RECORD-COUNT NOT = RECORDS-IN-FILE
                       SET FILE-REFUSED TO TRUE
                       MOVE "FILE TRAILER RECORD COUNT DISAGREES"
                           TO REFUSAL-REASON
                       GO TO VALIDATE-ONE-RECORD-EXIT
                   END-IF
               WHEN OTHER
                   SET FILE-REFUSED TO TRUE
                   MOVE "UNKNOWN OR MISPLACED RECORD TYPE"
                       TO REFUSAL-REASON
           END-EVALUATE.

       VALIDATE-ONE-RECORD-EXIT.
           EXIT.

      *    THE FILE IS SOUND -- NOW THE EMPLOYER. A FILE ALREADY PAID
      *    IS REFUSED OUTRIGHT; OTHERWISE THE EMPLOYER'S ACCOUNT MUST
      *    BE LIVE AND ITS AVAILABLE BALANCE (NET OF HOLDS AND OF
      *    COURT-FROZEN MONEY) PLUS OVERDRAFT MUST COVER THE WHOLE
      *    PAYROLL AS SENT, WHATEVER ITEMS LATER PROVE UNPAYABLE.
       CHECK-PAYROLL-ACCEPTABLE                                 SECTION.
           PERFORM UNTIL PAYROLL-REGISTER-NOT-FOUND
                       OR FILE-REFUSED
               READ PAYROLL-REGISTER NEXT RECORD
                   AT END
                       SET PAYROLL-REGISTER-NOT-FOUND TO TRUE
                   NOT AT END
                       IF PAY-COMPANY-ACCOUNT = COMPANY-ACCOUNT
                               AND PAY-FILE-SEQUENCE = FILE-SEQUENCE
                           SET FILE-REFUSED TO TRUE
                           MOVE "THIS FILE SEQUENCE WAS ALREADY PAID"
                               TO REFUSAL-REASON
                           IF PAY-INTAKE-IN-PROGRESS
                               MOVE "THIS FILE SEQUENCE WAS PART PAID"
                                   TO REFUSAL-REASON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FILE-REFUSED
               GO TO CHECK-PAYROLL-ACCEPTABLE-EXIT
           END-IF

           MOVE COMPANY-ACCOUNT TO ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT
           IF ACCOUNT-RESOLVE-NOT-FOUND
               SET FILE-REFUSED TO TRUE
               MOVE "EMPLOYER ACCOUNT NOT FOUND" TO REFUSAL-REASON
               GO TO CHECK-PAYROLL-ACCEPTABLE-EXIT
           END-IF
           IF RESOLVED-ACCOUNT-NOT-ACTIVE
               SET FILE-REFUSED TO TRUE
               MOVE "EMPLOYER ACCOUNT IS NOT ACTIVE" TO REFUSAL-REASON
               GO TO CHECK-PAYROLL-ACCEPTABLE-EXIT
           END-IF

           MOVE COMPANY-ACCOUNT TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE COMPANY-ACCOUNT TO JUD-SEEK-ACCOUNT
           PERFORM JUDICIAL-FROZEN-BALANCE
           MOVE COMPANY-ACCOUNT TO CAU-SEEK-ACCOUNT
           PERFORM CARD-HELD-BALANCE
           COMPUTE COMPANY-HEADROOM =
               TXN-SEEK-BALANCE - TXN-SEEK-HELD-AMOUNT
               - JUD-FROZEN-TOTAL - CAU-HELD-TOTAL
               + ACCOUNT-RESOLVE-OVERDRAFT
           IF FILE-TOTAL > COMPANY-HEADROOM
               SET FILE-REFUSED TO TRUE
               MOVE "EMPLOYER FUNDS DO NOT COVER THE PAYROLL"
                   TO REFUSAL-REASON
           END-IF.

       CHECK-PAYROLL-ACCEPTABLE-EXIT.
           EXIT.

      *    SETS ITEM-OCCURRENCE FOR THE SEGMENT "A" DETAIL IN THE
      *    RECORD AREA. USED BY BOTH PASS 2 AND PASS 3 SO THE DEBIT
      *    AND THE CREDITS CANNOT DISAGREE.
       CLASSIFY-PAYROLL-ITEM                                    SECTION.
           SET ITEM-CREDITED TO TRUE
           IF PDA-AMOUNT = ZERO
               SET ITEM-BAD-AMOUNT TO TRUE
               GO TO CLASSIFY-PAYROLL-ITEM-EXIT
           END-IF
           IF PDA-FAVORED-ACCOUNT NOT NUMERIC
                   OR PDA-ACCOUNT-HIGH NOT = ZERO
               SET ITEM-UNKNOWN-ACCOUNT TO TRUE
               GO TO CLASSIFY-PAYROLL-ITEM-EXIT
           END-IF

           MOVE PDA-EMPLOYEE-ACCOUNT TO ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT
           IF ACCOUNT-RESOLVE-NOT-FOUND
               SET ITEM-UNKNOWN-ACCOUNT TO TRUE
               GO TO CLASSIFY-PAYROLL-ITEM-EXIT
           END-IF
      *    RESOLVE-ACCOUNT REPORTS NOT-ACTIVE FOR AN INACTIVE OR
      *    CLOSED ACCOUNT AND FOR ONE WHOSE CUSTOMER IS.
           IF RESOLVED-ACCOUNT-NOT-ACTIVE
               SET ITEM-ACCOUNT-NOT-ACTIVE TO TRUE
           END-IF.

       CLASSIFY-PAYROLL-ITEM-EXIT.
           EXIT.

      *    THE EMPLOYER'S ONE "A" ENTRY FOR EVERYTHING PASS 2
      *    ACCEPTED, CARRYING THE INTAKE NUMBER THIS FILE WILL BE
      *    REGISTERED UNDER.
       POST-COMPANY-DEBIT                                       SECTION.
           MOVE COMPANY-ACCOUNT TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE TXN-SEEK-BALANCE TO ITEM-BALANCE
           COMPUTE ITEM-NEW-BALANCE = ITEM-BALANCE - ACCEPTED-TOTAL

           MOVE COMPANY-ACCOUNT TO TXN-ACCOUNT-HASH
           SET TXN-IS-PAYROLL-DEBIT TO TRUE
           MOVE ACCEPTED-TOTAL TO TXN-AMOUNT
           MOVE ITEM-NEW-BALANCE TO TXN-BALANCE-AFTER
           MOVE BUSINESS-DATE TO TXN-DATE
           MOVE INTAKE-NUMBER TO TXN-COUNTERPART-HASH
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
                   SET FILE-REFUSED TO TRUE
                   MOVE "EMPLOYER DEBIT COULD NOT BE POSTED"
                       TO REFUSAL-REASON
                   GO TO POST-COMPANY-DEBIT-EXIT
           END-WRITE
           ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
           PERFORM ACCOUNT-POSITION-UPDATE
           MOVE TXN-SEQUENCE TO COMPANY-DEBIT-SEQUENCE.

       POST-COMPANY-DEBIT-EXIT.
           EXIT.

      *    PASS 3, ONE RECORD. HEADERS AND TRAILERS GO BACK AS
      *    RECEIVED (THE FILE HEADER MARKED AS A RETURN); EACH
      *    SEGMENT "A" IS PAID OR REJECTED AND GOES BACK WITH ITS
      *    OCCURRENCE CODE.
       HANDLE-PAYROLL-RECORD                                    SECTION.
           IF PRL-IS-FILE-HEADER
               SET PFH-IS-RETURN TO TRUE
           END-IF
           IF PRL-IS-BATCH-TRAILER
               MOVE "00" TO PBT-OCCURRENCES
           END-IF
           IF PRL-IS-DETAIL AND PDA-IS-SEGMENT-A
               PERFORM PAY-ONE-EMPLOYEE
           END-IF
           WRITE PAYROLL-RETURN-RECORD FROM PAYROLL-RECORD.

       PAY-ONE-EMPLOYEE                                         SECTION.
           PERFORM REFRESH-POSTING-LOCK
           PERFORM CLASSIFY-PAYROLL-ITEM
           MOVE PDA-EMPLOYEE-ACCOUNT TO RPT-ACCOUNT-ID
           MOVE PDA-FAVORED-NAME TO RPT-NAME
           MOVE PDA-AMOUNT TO RPT-AMOUNT

           IF NOT ITEM-CREDITED
               PERFORM REJECT-THIS-EMPLOYEE
               GO TO PAY-ONE-EMPLOYEE-EXIT
           END-IF

           MOVE PDA-EMPLOYEE-ACCOUNT TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE TXN-SEEK-BALANCE TO ITEM-BALANCE
           COMPUTE ITEM-NEW-BALANCE = ITEM-BALANCE + PDA-AMOUNT

           MOVE PDA-EMPLOYEE-ACCOUNT TO TXN-ACCOUNT-HASH
           SET TXN-IS-PAYROLL-CREDIT TO TRUE
           MOVE PDA-AMOUNT TO TXN-AMOUNT
           MOVE ITEM-NEW-BALANCE TO TXN-BALANCE-AFTER
           MOVE BUSINESS-DATE TO TXN-DATE
           MOVE COMPANY-ACCOUNT TO TXN-COUNTERPART-HASH
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
      *    THE EMPLOYER WAS ALREADY DEBITED FOR THIS ITEM -- SAY SO
      *    LOUDLY; OPERATIONS MUST POST THE CREDIT BY HAND.
                   DISPLAY "[X] Could not credit employee "
                       PDA-EMPLOYEE-ACCOUNT ", file status: "
                       ACCOUNT-TXN-STATUS
                   SET ITEM-NOT-POSTED TO TRUE
                   MOVE ITEM-OCCURRENCE TO PDA-OCCURRENCES
                   MOVE ZERO TO PDA-EFFECTIVE-DATE
                   MOVE ZERO TO PDA-EFFECTIVE-AMOUNT
                   ADD 1 TO NOT-POSTED-COUNT
                   ADD PDA-AMOUNT TO NOT-POSTED-TOTAL
                   MOVE "NOT POSTED" TO RPT-OUTCOME
                   MOVE ITEM-OCCURRENCE TO RPT-OCCURRENCE
                   MOVE REPORT-DETAIL-LINE TO PAYROLL-REPORT-LINE
                   WRITE PAYROLL-REPORT-LINE
                   ADD 1 TO SPOOL-LINE-COUNT
                   GO TO PAY-ONE-EMPLOYEE-EXIT
           END-WRITE
           ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
           PERFORM ACCOUNT-POSITION-UPDATE

           ADD 1 TO CREDITED-COUNT
           ADD PDA-AMOUNT TO CREDITED-TOTAL
           MOVE CNAB-BUSINESS-DATE TO PDA-EFFECTIVE-DATE
           MOVE PDA-AMOUNT TO PDA-EFFECTIVE-AMOUNT
           MOVE ITEM-OCCURRENCE TO PDA-OCCURRENCES

           MOVE ITEM-OCCURRENCE TO RPT-OCCURRENCE
           MOVE "CREDITED" TO RPT-OUTCOME
           MOVE REPORT-DETAIL-LINE TO PAYROLL-REPORT-LINE
           WRITE PAYROLL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-DETAIL-LINE.

       PAY-ONE-EMPLOYEE-EXIT.
           EXIT.

      *    THE CALLER HAS ALREADY SET THE OCCURRENCE CODE.
       REJECT-THIS-EMPLOYEE                                     SECTION.
           MOVE ITEM-OCCURRENCE TO PDA-OCCURRENCES
           MOVE ZERO TO PDA-EFFECTIVE-DATE
           MOVE ZERO TO PDA-EFFECTIVE-AMOUNT
           ADD 1 TO REJECTED-COUNT
           ADD PDA-AMOUNT TO REJECTED-TOTAL

           MOVE ITEM-OCCURRENCE TO RPT-OCCURRENCE
           MOVE "REJECTED" TO RPT-OUTCOME
           MOVE REPORT-DETAIL-LINE TO PAYROLL-REPORT-LINE
           WRITE PAYROLL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-DETAIL-LINE.

      *    THE EMPLOYER HAS BEEN DEBITED (OR NOTHING WAS PAYABLE) --
      *    RECORD THE FILE AS IN PROGRESS BEFORE ANY EMPLOYEE IS PAID,
      *    SO A RUN THAT DIES PART-WAY CANNOT BE RERUN AND PAY TWICE.
       REGISTER-PAYROLL-FILE                                    SECTION.
           MOVE ZEROS TO PAYROLL-REGISTER-RECORD
           MOVE INTAKE-NUMBER TO PAY-INTAKE-NUMBER
           MOVE COMPANY-ACCOUNT TO PAY-COMPANY-ACCOUNT
           MOVE FILE-SEQUENCE TO PAY-FILE-SEQUENCE
           MOVE FILE-DATE TO PAY-FILE-DATE
           MOVE COMPANY-NAME TO PAY-COMPANY-NAME
           MOVE ITEMS-IN-FILE TO PAY-ITEM-COUNT
           MOVE FILE-TOTAL TO PAY-FILE-TOTAL
           MOVE CREDITED-COUNT TO PAY-CREDITED-COUNT
           MOVE CREDITED-TOTAL TO PAY-CREDITED-TOTAL
           MOVE REJECTED-COUNT TO PAY-REJECTED-COUNT
           MOVE REJECTED-TOTAL TO PAY-REJECTED-TOTAL
           MOVE COMPANY-DEBIT-SEQUENCE TO PAY-DEBIT-SEQUENCE
           MOVE BUSINESS-DATE TO PAY-BUSINESS-DATE
           MOVE CURRENT-OPERATOR-ID TO PAY-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO PAY-TIMESTAMP
           SET PAY-INTAKE-IN-PROGRESS TO TRUE

           MOVE INTAKE-NUMBER TO PAYROLL-REGISTER-KEY
           WRITE PAYROLL-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not register the payroll file, "
                       "file status: " PAYROLL-REGISTER-STATUS
                   DISPLAY "[X] Do not rerun it -- it is being paid."
           END-WRITE.

      *    EVERY EMPLOYEE IS DONE -- THE REGISTER ENTRY TAKES THE FINAL
      *    COUNTS AND IS MARKED COMPLETE.
       COMPLETE-PAYROLL-FILE                                    SECTION.
           MOVE INTAKE-NUMBER TO PAYROLL-REGISTER-KEY
           READ PAYROLL-REGISTER
               INVALID KEY
                   DISPLAY "[X] Payroll file register entry missing, "
                       "file status: " PAYROLL-REGISTER-STATUS
                   DISPLAY "[X] Do not rerun it -- it has been paid."
                   GO TO COMPLETE-PAYROLL-FILE-EXIT
           END-READ
           MOVE CREDITED-COUNT TO PAY-CREDITED-COUNT
           MOVE CREDITED-TOTAL TO PAY-CREDITED-TOTAL
           MOVE REJECTED-COUNT TO PAY-REJECTED-COUNT
           MOVE REJECTED-TOTAL TO PAY-REJECTED-TOTAL
           MOVE FUNCTION CURRENT-DATE(1:14) TO PAY-TIMESTAMP
           SET PAY-INTAKE-COMPLETE TO TRUE
           REWRITE PAYROLL-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not complete the payroll file "
                       "register entry, file status: "
                       PAYROLL-REGISTER-STATUS
                   DISPLAY "[X] Do not rerun it -- it has been paid."
           END-REWRITE.

       COMPLETE-PAYROLL-FILE-EXIT.
           EXIT.

       WRITE-REPORT-HEADINGS                                    SECTION.
           MOVE COMPANY-ACCOUNT TO RPT-TITLE-ACCOUNT
           MOVE COMPANY-NAME TO RPT-TITLE-NAME
           MOVE REPORT-TITLE-LINE TO PAYROLL-REPORT-LINE
           WRITE PAYROLL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE FILE-SEQUENCE TO RPT-FILE-SEQUENCE
           MOVE FILE-DATE TO RPT-FILE-DATE
           MOVE BUSINESS-DATE TO RPT-BUSINESS-DATE
           MOVE REPORT-FILE-LINE TO PAYROLL-REPORT-LINE
           WRITE PAYROLL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE REPORT-HEADING-LINE TO PAYROLL-REPORT-LINE
           WRITE PAYROLL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-HEADING-LINE.

      *    TOTALS, THEN THE LINES THE EMPLOYER'S ACCOUNT MANAGER SIGNS
      *    WHEN FILING THE REPORT WITH THE EMPLOYER'S PAPERWORK.
       WRITE-REPORT-TOTALS                                      SECTION.
           MOVE "ITEMS IN FILE:" TO RPT-COUNT-LABEL
           MOVE ITEMS-IN-FILE TO RPT-COUNT-VALUE
           MOVE FILE-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO PAYROLL-REPORT-LINE
           WRITE PAYROLL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "EMPLOYEES CREDITED:" TO RPT-COUNT-LABEL
           MOVE CREDITED-COUNT TO RPT-COUNT-VALUE
           MOVE CREDITED-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO PAYROLL-REPORT-LINE
           WRITE PAYROLL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "EMPLOYEES REJECTED:" TO RPT-COUNT-LABEL
           MOVE REJECTED-COUNT TO RPT-COUNT-VALUE
           MOVE REJECTED-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO PAYROLL-REPORT-LINE
           WRITE PAYROLL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "CREDITS TO POST BY HAND:" TO RPT-COUNT-LABEL
           MOVE NOT-POSTED-COUNT TO RPT-COUNT-VALUE
           MOVE NOT-POSTED-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO PAYROLL-REPORT-LINE
           WRITE PAYROLL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE "EMPLOYER DEBITED:" TO RPT-COUNT-LABEL
           IF COMPANY-DEBIT-SEQUENCE > ZERO
               MOVE 1 TO RPT-COUNT-VALUE
           ELSE
               MOVE ZERO TO RPT-COUNT-VALUE
           END-IF
           MOVE ACCEPTED-TOTAL TO RPT-COUNT-AMOUNT
           MOVE REPORT-COUNT-LINE TO PAYROLL-REPORT-LINE
           WRITE PAYROLL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT

           MOVE SPACES TO PAYROLL-REPORT-LINE
           WRITE PAYROLL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           MOVE "ACCOUNT MANAGER:" TO RPT-SIGNATURE-LABEL
           MOVE REPORT-SIGNATURE-LINE TO PAYROLL-REPORT-LINE
           WRITE PAYROLL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           MOVE SPACES TO PAYROLL-REPORT-LINE
           WRITE PAYROLL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           MOVE "DATE:" TO RPT-SIGNATURE-LABEL
           MOVE REPORT-SIGNATURE-LINE TO PAYROLL-REPORT-LINE
           WRITE PAYROLL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT.

      *    THE FILE IS REGISTERED BEFORE THE LOCK GOES, SO A SECOND
      *    RUN OF THE SAME FILE CANNOT SLIP IN AND PAY IT AGAIN.
       CLOSE-LEDGER-FILES                                       SECTION.
           CLOSE CLIENT-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE ACCOUNT-TXN
           CLOSE ACCOUNT-POSITION
           CLOSE PAYROLL-REGISTER
           PERFORM RELEASE-POSTING-LOCK.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTMFND.
           COPY ACCTXOPN.
           COPY ACCTPOPN.
           COPY ACCTPUPD.
           COPY ACCTXFND.
           COPY PAYOPN.
           COPY RPTCWRT.
           COPY JUDFND.
           COPY CAUFND.
           COPY AUDITWRT.
           COPY LOCKGET.
