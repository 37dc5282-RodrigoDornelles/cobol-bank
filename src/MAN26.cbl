       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         MAN26.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        DECEASED CUSTOMER / ESTATE PAYOUT. THREE
      *                    STEPS OF THE SAME WORKFLOW:
      *                    1 REGISTERS A CUSTOMER'S DEATH -- DATE OF
      *                      DEATH AND DEATH CERTIFICATE GO ON A NEW
      *                      ESTATE RECORD (ESTREC.CPY), THE CUSTOMER
      *                      TURNS "D", AND THE ESTATE FREEZES: EVERY
      *                      ACCOUNT THE CUSTOMER HOLDS (THE IMPLICIT
      *                      ACCOUNT, EVERY PRODUCT ACCOUNT THEY OWN,
      *                      AND EVERY JOINT ACCOUNT WHERE THEY ARE THE
      *                      SECOND HOLDER) TURNS "F", THEIR OPEN TERM
      *                      DEPOSITS ARE FLAGGED AGAINST EARLY
      *                      REDEMPTION AND THEIR CHEQUEBOOKS ARE
      *                      FROZEN. LEDGER ENTRIES ALREADY POSTED TO
      *                      THOSE ACCOUNTS WITH A DATE AFTER THE DATE
      *                      OF DEATH ARE LISTED FOR REVIEW ON THE
      *                      FREEZE NOTICE.
      *                    2 PAYS THE ESTATE OUT UNDER THE PROBATE
      *                      ORDER -- THE FROZEN TERM DEPOSITS ARE
      *                      REDEEMED EARLY (SAME FORFEIT AND IRRF AS
      *                      MAN20), THE DECEASED'S OWN ACCOUNTS ARE
      *                      SWEPT INTO THE IMPLICIT ACCOUNT, AND THE
      *                      NET ESTATE IS SHARED AMONG THE NAMED HEIRS
      *                      IN THE COURT-ORDERED FRACTIONS: A "T"/"F"
      *                      TRANSFER TO AN HEIR'S OWN ACCOUNT WITH US,
      *                      OR AN "E" PAYOUT FOR AN HEIR PAID OUTSIDE
      *                      THE BANK. THE DECEASED'S ACCOUNTS THEN
      *                      CLOSE, THE CUSTOMER CLOSES, A SURVIVOR'S
      *                      JOINT ACCOUNT RETURNS TO ACTIVE IN THE
      *                      SURVIVOR'S NAME ALONE WITH ITS
      *                      CHEQUEBOOKS, THE BOOKS OF THE DECEASED'S
      *                      OWN ACCOUNTS ARE CANCELLED, AND AN ESTATE
      *                      STATEMENT SPOOLS FOR SIGNATURE. A JOINT
      *                      ACCOUNT THE DECEASED OWNED IS PART OF THE
      *                      ESTATE WHOEVER THE SECOND HOLDER IS. THE
      *                      PAYOUT IS REFUSED WHILE A DEPOSIT HOLD, A
      *                      COURT FREEZE OR AN ACTIVE LOAN REMAINS ON
      *                      ANY OF THE DECEASED'S ACCOUNTS, OR WHILE
      *                      THE ESTATE AS A WHOLE IS IN DEBT. A
      *                      LEDGER WRITE THAT FAILS STOPS THE PAYOUT
      *                      WHERE IT IS -- NOTHING CLOSES, THE ESTATE
      *                      STAYS FROZEN AND THE PART PAID IS AUDITED
      *                      FOR CORRECTION BY HAND.
      *                    3 SHOWS A CUSTOMER'S ESTATE RECORD.
      *                    POSTS UNDER THE POSTING LOCK, SAME AS MAN2;
      *                    THE REGISTRATION AND THE PAYOUT ARE BOTH
      *                    AUDIT-STAMPED. SUPERVISOR-ONLY, REACHED
      *                    FROM MAN0.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY ACCTXSEL.
           COPY ACCTPSEL.
           COPY TDPSEL.
           COPY CHQSEL.
           COPY LOANSEL.
           COPY ESTSEL.
           COPY JUDSEL.
           COPY CAUSEL.
           COPY PARMSEL.
           COPY CALSEL.
           COPY LOCKSEL.
           COPY AUDITSEL.
           SELECT ESTATE-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTATE-REPORT-STATUS.
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
       FD  TERM-DEPOSIT.
           COPY TDPREC.
       FD  CHEQUE-CONTROL.
           COPY CHQREC.
       FD  LOAN-MASTER.
           COPY LOANREC.
       FD  ESTATE-REGISTER.
           COPY ESTREC.
       FD  JUDICIAL-BLOCK.
           COPY JUDREC.
       FD  CARD-AUTH.
           COPY CAUREC.
       FD  PARAMETER-FILE.
           COPY PARMFD.
       FD  BANK-CALENDAR.
           COPY CALREC.
       FD  POSTING-LOCK.
           COPY LOCKREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.

       FD  ESTATE-REPORT.
       01  ESTATE-REPORT-LINE                 PIC X(80).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY ACCTXSTA.
           COPY ACCTPSTA.
           COPY TDPSTA.
           COPY CHQSTA.
           COPY LOANSTA.
           COPY ESTSTA.
           COPY JUDSTA.
           COPY CAUSTA.
           COPY PARMSTA.
           COPY PARMREC.
           COPY CALSTA.
           COPY LOCKSTA.
           COPY AUDITSTA.
           COPY RPTCSTA.
           COPY OPERSTA.
       77  ESTATE-REPORT-STATUS               PIC XX.
       77  TODAY-YYYYMMDD                     PIC 9(8).
       77  INP-ESTATE-CHOICE                  PIC 9.
       77  INP-CLIENT-HASH                    PIC 9(10).
       77  INP-DEATH-DATE                     PIC 9(8).
       77  INP-CERTIFICATE-REF                PIC X(32).
       77  INP-PROBATE-REF                    PIC X(30).
       77  INP-DENOMINATOR                    PIC 9(3).
       77  INP-HEIR-COUNT                     PIC 9(2).
       77  INP-HEIR-NAME                      PIC X(32).
       77  INP-HEIR-CPF                       PIC 9(11).
       77  INP-HEIR-SHARE                     PIC 9(3).
       77  INP-HEIR-ACCOUNT                   PIC 9(10).
       77  INP-CONFIRM                        PIC X.
           88  INP-CONFIRMED                    VALUE "Y" "y".
       77  BEFORE-CLIENT-INFO                 PIC X(211).
      *    THE DECEASED, KEPT ASIDE -- RESOLVING AN HEIR'S ACCOUNT
      *    REUSES THE CLIENT-MASTER RECORD AREA.
       77  DECEASED-HASH                      PIC 9(10).
       77  DECEASED-CPF                       PIC 9(11).
       77  DECEASED-NAME                      PIC X(32).
       77  DECEASED-DEATH-DATE                PIC 9(8).
       77  ESTATE-RECORD-KEY                  PIC 9(8).
      *    EVERY ACCOUNT THE ESTATE FREEZE COVERS. ENTRY 1 IS ALWAYS
      *    THE DECEASED'S IMPLICIT ACCOUNT (THEIR CLIENT-HASH); "O"
      *    ENTRIES ARE PRODUCT ACCOUNTS THEY OWNED, "J" ENTRIES JOINT
      *    ACCOUNTS WHERE THEY WERE ONLY THE SECOND HOLDER -- THOSE
      *    STAY WITH THE SURVIVOR AND ARE NEVER PAID OUT.
       01  ESTATE-ACCOUNT-TABLE.
           02  EA-ENTRY                      OCCURS 50 TIMES.
               03  EA-NUMBER                 PIC 9(10).
               03  EA-KIND                   PIC X.
                   88  EA-IS-IMPLICIT          VALUE "I".
                   88  EA-IS-OWNED             VALUE "O".
                   88  EA-IS-JOINT             VALUE "J".
               03  EA-START-BALANCE          PIC S9(9)V99.
               03  EA-BALANCE                PIC S9(9)V99.
       77  EA-COUNT                           PIC 9(2).
       77  EA-LIMIT                           PIC 9(2) VALUE 50.
       77  EA-I                               PIC 9(2).
       77  EA-J                               PIC 9(2).
       77  EA-SLOT                            PIC 9(2).
       77  SEEK-ESTATE-ACCOUNT                PIC 9(10).
       77  BUILD-MODE-SW                      PIC X.
           88  BUILD-FOR-REGISTRATION           VALUE "R".
           88  BUILD-FOR-PAYOUT                 VALUE "P".
       77  ESTATE-TABLE-SW                    PIC X.
           88  ESTATE-TABLE-OK                  VALUE "Y".
           88  ESTATE-TABLE-OVERFLOW            VALUE "N".
       77  ESTATE-BLOCK-SW                    PIC X.
           88  ESTATE-BLOCKED                   VALUE "Y".
           88  ESTATE-NOT-BLOCKED               VALUE "N".
      *    THE HEIRS AS KEYED, AND WHAT EACH RECEIVES.
       01  HEIR-TABLE.
           02  HT-ENTRY                      OCCURS 10 TIMES.
               03  HT-NAME                   PIC X(32).
               03  HT-CPF                    PIC 9(11).
               03  HT-SHARE                  PIC 9(3).
               03  HT-ACCOUNT                PIC 9(10).
               03  HT-AMOUNT                 PIC 9(9)V99.
               03  HT-SEQUENCE               PIC 9(8).
       77  HEIR-I                             PIC 9(2).
       77  SHARE-TOTAL                        PIC 9(4).
       77  HEIR-PAID-TOTAL                    PIC 9(9)V99.
       77  HEIR-BALANCE                       PIC S9(9)V99.
       77  HEIR-ACCOUNT-SW                    PIC X.
           88  HEIR-ACCOUNT-OK                  VALUE "Y".
           88  HEIR-ACCOUNT-REJECTED            VALUE "N".
       77  ESTATE-NET                         PIC S9(9)V99.
       77  TERMS-REDEEMED                     PIC 9(4).
       77  REDEMPTION-TOTAL                   PIC 9(9)V99.
       77  SAVED-TERMS-REDEEMED               PIC 9(4).
       77  SAVED-REDEMPTION-TOTAL             PIC 9(9)V99.
       77  EARNINGS-KEPT                      PIC 9(9)V99.
       77  EARNINGS-WITHHELD                  PIC 9(9)V99.
       77  REDEMPTION-AMOUNT                  PIC 9(9)V99.
      *    ONE LEDGER ENTRY OF THE PAYOUT -- SET BY THE CALLER OF
      *    POST-ESTATE-ENTRY ALONG WITH THE TXN-TYPE.
       77  POST-ACCOUNT                       PIC 9(10).
       77  POST-AMOUNT                        PIC 9(9)V99.
       77  POST-BALANCE-AFTER                 PIC S9(9)V99.
       77  POST-COUNTERPART                   PIC 9(10).
       77  ESTATE-POST-SW                     PIC X.
           88  ESTATE-POST-OK                   VALUE "Y".
           88  ESTATE-POST-FAILED               VALUE "N".
      *    HEIRS WHOSE SHARE REACHED THEM IN FULL, FOR THE AUDIT OF A
      *    PAYOUT THAT STOPPED PART WAY.
       77  HEIRS-PAID                         PIC 9(2).
       77  HEIRS-PAID-TOTAL                   PIC 9(9)V99.
      *    LEDGER ENTRIES ABOVE THIS SEQUENCE ARE THE PAYOUT'S OWN AND
      *    ARE NOT LISTED FOR REVIEW.
       77  REVIEW-SEQUENCE-LIMIT              PIC 9(8).
       77  POSTINGS-FLAGGED                   PIC 9(6).
      *    FROZEN CHEQUEBOOKS SETTLED BY THE PAYOUT.
       77  BOOKS-REACTIVATED                  PIC 9(4).
       77  BOOKS-CANCELLED                    PIC 9(4).
       77  ESTATES-SHOWN                      PIC 9(4).
       77  EDITED-AMOUNT                      PIC -(9)9.99.
      *    WORKING STORAGE FOR THE NAME PLAUSIBILITY CHECK (UTIL2),
      *    SAME AS MAN1'S.
       77  NAME-VALID-SW                      PIC X.
           88  NAME-VALID                      VALUE "Y".
           88  NAME-INVALID                    VALUE "N".
      *    SAME CPF CHECK-DIGIT WORKING STORAGE AS MAN1'S
      *    VALIDATE-CPF.
       77  CPF-VALID-SW                       PIC X.
           88  CPF-VALID                       VALUE "Y".
           88  CPF-INVALID                     VALUE "N".
       01  CPF-WORK                           PIC 9(11).
       01  CPF-DIGIT-TABLE REDEFINES CPF-WORK.
           02  CPF-DIGIT                      PIC 9 OCCURS 11 TIMES.
       77  CPF-I                              PIC 99.
       77  CPF-SUM-1                          PIC 9(4).
       77  CPF-SUM-2                          PIC 9(4).
       77  CPF-REMAINDER                      PIC 99.
       77  CPF-CHECK-DIGIT-1                  PIC 9.
       77  CPF-CHECK-DIGIT-2                  PIC 9.
       01  ESTATE-AUDIT-DETAIL.
           02  FILLER                         PIC X(07) VALUE
               "ESTATE ".
           02  EAD-NUMBER                     PIC 9(8).
           02  FILLER                         PIC X(07) VALUE
               " DEATH ".
           02  EAD-DEATH-DATE                 PIC 9(8).
           02  FILLER                         PIC X(07) VALUE
               " ACCTS ".
           02  EAD-ACCOUNTS                   PIC 9(4).
           02  FILLER                         PIC X(07) VALUE
               " TERMS ".
           02  EAD-TERMS                      PIC 9(4).
           02  FILLER                         PIC X(07) VALUE
               " BOOKS ".
           02  EAD-BOOKS                      PIC 9(4).
           02  FILLER                         PIC X(06) VALUE
               " PAID ".
           02  EAD-PAID                       PIC Z(8)9.99.
           02  FILLER                         PIC X(07) VALUE
               " HEIRS ".
           02  EAD-HEIRS                      PIC 9(2).
       01  STMT-TEXT-LINE                     PIC X(80).
       01  STMT-LABEL-LINE.
           02  SL-LABEL                       PIC X(32).
           02  SL-AMOUNT                      PIC Z(8)9.99-.
       01  STMT-COUNT-LINE.
           02  SC-LABEL                       PIC X(32).
           02  SC-COUNT                       PIC Z(5)9.
       01  STMT-ACCOUNT-LINE.
           02  FILLER                         PIC X(08) VALUE
               "ACCOUNT ".
           02  SA-NUMBER                      PIC 9(10).
           02  FILLER                         PIC X(02) VALUE SPACES.
           02  SA-KIND                        PIC X(18).
           02  FILLER                         PIC X(09) VALUE
               " BALANCE ".
           02  SA-BALANCE                     PIC Z(8)9.99-.
       01  STMT-TERM-LINE.
           02  FILLER                         PIC X(13) VALUE
               "TERM DEPOSIT ".
           02  ST-NUMBER                      PIC 9(8).
           02  FILLER                         PIC X(09) VALUE
               " ACCOUNT ".
           02  ST-ACCOUNT                     PIC 9(10).
           02  FILLER                         PIC X(11) VALUE
               " PRINCIPAL ".
           02  ST-AMOUNT                      PIC Z(8)9.99.
       01  STMT-BOOK-LINE.
           02  FILLER                         PIC X(11) VALUE
               "CHEQUEBOOK ".
           02  SB-START                       PIC 9(10).
           02  FILLER                         PIC X(01) VALUE "-".
           02  SB-END                         PIC 9(10).
           02  FILLER                         PIC X(09) VALUE
               " ACCOUNT ".
           02  SB-ACCOUNT                     PIC 9(10).
       01  STMT-POSTING-LINE.
           02  FILLER                         PIC X(11) VALUE
               "REVIEW SEQ ".
           02  SP-SEQUENCE                    PIC 9(8).
           02  FILLER                         PIC X(09) VALUE
               " ACCOUNT ".
           02  SP-ACCOUNT                     PIC 9(10).
           02  FILLER                         PIC X(06) VALUE
               " DATE ".
           02  SP-DATE                        PIC 9(8).
           02  FILLER                         PIC X(06) VALUE
               " TYPE ".
           02  SP-TYPE                        PIC X.
           02  FILLER                         PIC X(08) VALUE
               " AMOUNT ".
           02  SP-AMOUNT                      PIC Z(8)9.99.
       01  STMT-HEIR-LINE.
           02  SH-NAME                        PIC X(32).
           02  FILLER                         PIC X(05) VALUE
               " CPF ".
           02  SH-CPF                         PIC 9(11).
           02  FILLER                         PIC X(01) VALUE SPACE.
           02  SH-SHARE                       PIC ZZ9.
           02  FILLER                         PIC X(01) VALUE "/".
           02  SH-DENOMINATOR                 PIC 999.
           02  FILLER                         PIC X(01) VALUE SPACE.
           02  SH-AMOUNT                      PIC Z(8)9.99.
       01  STMT-HEIR-PAID-LINE.
           02  FILLER                         PIC X(04) VALUE SPACES.
           02  SHP-TEXT                       PIC X(27).
           02  SHP-ACCOUNT                    PIC 9(10).
           02  FILLER                         PIC X(14) VALUE
               " LEDGER ENTRY ".
           02  SHP-SEQUENCE                   PIC 9(8).

       LINKAGE                                                  SECTION.
       77  LK-OPERATOR-ID                      PIC X(10).
       77  LK-OPERATOR-BRANCH                  PIC 9(4).

       PROCEDURE                                                DIVISION
                                    USING LK-OPERATOR-ID
                                          LK-OPERATOR-BRANCH.
       MAIN.
           MOVE LK-OPERATOR-ID TO CURRENT-OPERATOR-ID
           MOVE LK-OPERATOR-BRANCH TO CURRENT-OPERATOR-BRANCH

           DISPLAY "---------------------------------------------------"
           DISPLAY " DECEASED CUSTOMER / ESTATE"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""
           DISPLAY " > 1 register a customer's death"
           DISPLAY " > 2 pay the estate out to the heirs"
           DISPLAY " > 3 show a customer's estate record"
           DISPLAY " > 0 cancel"
           DISPLAY "[?] Choose your option:"
           ACCEPT INP-ESTATE-CHOICE

           IF INP-ESTATE-CHOICE = 0
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
           PERFORM LOAD-SYSTEM-PARAMETERS
           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION
           PERFORM OPEN-TERM-DEPOSIT
           PERFORM OPEN-CHEQUE-CONTROL
           PERFORM OPEN-LOAN-MASTER
           PERFORM OPEN-ESTATE-REGISTER

           EVALUATE INP-ESTATE-CHOICE
               WHEN 1 PERFORM REGISTER-DEATH
               WHEN 2 PERFORM PAY-ESTATE-OUT
               WHEN 3 PERFORM SHOW-ESTATE
               WHEN OTHER
                   DISPLAY "[X] Invalid option!"
           END-EVALUATE

           CLOSE CLIENT-MASTER ACCOUNT-MASTER ACCOUNT-TXN
               ACCOUNT-POSITION TERM-DEPOSIT CHEQUE-CONTROL
               LOAN-MASTER ESTATE-REGISTER
           GOBACK.

      *----------------------------------------------------------------
      *    1 -- REGISTER THE DEATH AND FREEZE THE ESTATE.
      *----------------------------------------------------------------
       REGISTER-DEATH                                           SECTION.
           DISPLAY "[?] Account ID (CLIENT-HASH) of the deceased "
               "customer:"
           ACCEPT INP-CLIENT-HASH
           MOVE INP-CLIENT-HASH TO CLIENT-SEEK-HASH
           PERFORM CLIENT-MASTER-SEEK-HASH
           IF CLIENT-MASTER-SEEK-NOT-FOUND
               DISPLAY "[X] No customer on file for account "
                   INP-CLIENT-HASH
               GO TO REGISTER-DEATH-EXIT
           END-IF

           DISPLAY "[!] Customer:"
           DISPLAY CLIENT-INFO

           IF CLIENT-STATUS-DECEASED
               DISPLAY "[X] The customer's death is already "
                   "registered."
               GO TO REGISTER-DEATH-EXIT
           END-IF
           IF CLIENT-STATUS-CLOSED
               DISPLAY "[X] The customer is closed -- there is "
                   "nothing left to freeze."
               GO TO REGISTER-DEATH-EXIT
           END-IF

           MOVE CLIENT-INFO TO BEFORE-CLIENT-INFO
           MOVE CLIENT-HASH TO DECEASED-HASH
           MOVE CLIENT-CPF TO DECEASED-CPF
           MOVE CLIENT-NAME TO DECEASED-NAME

           DISPLAY "[?] Date of death (YYYYMMDD):"
           ACCEPT INP-DEATH-DATE
           IF INP-DEATH-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(INP-DEATH-DATE)
                       NOT = ZERO
               DISPLAY "[X] Not a valid date."
               GO TO REGISTER-DEATH-EXIT
           END-IF
           IF INP-DEATH-DATE > TODAY-YYYYMMDD
               DISPLAY "[X] The date of death cannot be in the "
                   "future."
               GO TO REGISTER-DEATH-EXIT
           END-IF
           IF INP-DEATH-DATE < CLIENT-DATE-OF-BIRTH
               DISPLAY "[X] The date of death is before the "
                   "customer's date of birth."
               GO TO REGISTER-DEATH-EXIT
           END-IF
           MOVE INP-DEATH-DATE TO DECEASED-DEATH-DATE

           DISPLAY "[?] Death certificate registry number:"
           MOVE SPACES TO INP-CERTIFICATE-REF
           ACCEPT INP-CERTIFICATE-REF
           IF INP-CERTIFICATE-REF = SPACES
               DISPLAY "[X] The death certificate reference is "
                   "required."
               GO TO REGISTER-DEATH-EXIT
           END-IF

           SET BUILD-FOR-REGISTRATION TO TRUE
           PERFORM BUILD-ESTATE-ACCOUNTS
           IF ESTATE-TABLE-OVERFLOW
               DISPLAY "[X] The customer holds more than " EA-LIMIT
                   " accounts -- the estate cannot be frozen here."
               GO TO REGISTER-DEATH-EXIT
           END-IF

           DISPLAY "[!] Accounts to freeze: " EA-COUNT
           DISPLAY "[?] Register the death and freeze the estate "
               "(Y/N):"
           ACCEPT INP-CONFIRM
           IF NOT INP-CONFIRMED
               DISPLAY "[!] Registration cancelled."
               GO TO REGISTER-DEATH-EXIT
           END-IF

      *    THE ESTATE RECORD GOES OUT FIRST, THEN THE CUSTOMER TURNS
      *    "D" -- FROM THAT MOMENT RESOLVE-ACCOUNT REPORTS EVERY ONE
      *    OF THEIR ACCOUNTS AS AN ESTATE ACCOUNT, EVEN BEFORE THE
      *    ACCOUNT RECORDS THEMSELVES FLIP TO "F" BELOW.
           MOVE ZEROS TO ESTATE-REGISTER-RECORD
           MOVE ESTATE-REGISTER-KEY TO EST-NUMBER
           MOVE DECEASED-HASH TO EST-CLIENT-HASH
           MOVE DECEASED-CPF TO EST-CLIENT-CPF
           MOVE DECEASED-NAME TO EST-CLIENT-NAME
           MOVE DECEASED-DEATH-DATE TO EST-DATE-OF-DEATH
           MOVE INP-CERTIFICATE-REF TO EST-CERTIFICATE-REF
           SET EST-STATUS-FROZEN TO TRUE
           MOVE TODAY-YYYYMMDD TO EST-REGISTERED-DATE
           MOVE CURRENT-OPERATOR-ID TO EST-REGISTERED-BY
           MOVE SPACES TO EST-PROBATE-REF
           MOVE SPACES TO EST-PAYOUT-BY
           WRITE ESTATE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not write the estate record, "
                       "file status: " ESTATE-REGISTER-STATUS
                   GO TO REGISTER-DEATH-EXIT
           END-WRITE
           ADD 1 TO ESTATE-REGISTER-RECORD-COUNT
           MOVE EST-NUMBER TO ESTATE-RECORD-KEY

           MOVE DECEASED-HASH TO CLIENT-SEEK-HASH
           PERFORM CLIENT-MASTER-SEEK-HASH
           SET CLIENT-STATUS-DECEASED TO TRUE
           MOVE SPACES TO CLIENT-INACTIVE-REASON
           STRING "DECEASED " DELIMITED BY SIZE
                  DECEASED-DEATH-DATE DELIMITED BY SIZE
               INTO CLIENT-INACTIVE-REASON
           END-STRING
           REWRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not update customer, "
                       "file status: " CLIENT-MASTER-STATUS
           END-REWRITE

           MOVE "MAN26" TO SPOOL-PROGRAM-ID
           MOVE "ESTFREEZ" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT ESTATE-REPORT
           MOVE "ESTATE FREEZE NOTICE -- DECEASED CUSTOMER"
               TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           PERFORM WRITE-DECEASED-HEADING

           PERFORM FREEZE-ESTATE-ACCOUNTS
           PERFORM FREEZE-ESTATE-TERMS
           PERFORM FREEZE-ESTATE-BOOKS

           MOVE SPACES TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           MOVE "POSTINGS DATED AFTER THE DATE OF DEATH (REVIEW):"
               TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           MOVE ACCOUNT-TXN-MAX-SEQUENCE TO REVIEW-SEQUENCE-LIMIT
           PERFORM FLAG-POST-DEATH-POSTINGS
           MOVE "POSTINGS FLAGGED FOR REVIEW:" TO SC-LABEL
           MOVE POSTINGS-FLAGGED TO SC-COUNT
           MOVE STMT-COUNT-LINE TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT

           CLOSE ESTATE-REPORT
           PERFORM CATALOG-SPOOL-FILE

      *    THE SCANS ABOVE NEVER TOUCH THE ESTATE FILE, SO ITS RECORD
      *    AREA STILL HOLDS THE RECORD JUST WRITTEN.
           MOVE POSTINGS-FLAGGED TO EST-POSTINGS-FLAGGED
           MOVE ESTATE-RECORD-KEY TO ESTATE-REGISTER-KEY
           REWRITE ESTATE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not update the estate record, "
                       "file status: " ESTATE-REGISTER-STATUS
           END-REWRITE

           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "MAN26" TO AUDIT-PROGRAM
           MOVE "DECEASED" TO AUDIT-ACTION
           MOVE DECEASED-HASH TO AUDIT-ACCOUNT-ID
           MOVE BEFORE-CLIENT-INFO TO AUDIT-BEFORE-VALUE
           MOVE CLIENT-INFO TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL

           DISPLAY "[!] Death registered, estate " EST-NUMBER
               " frozen."
           DISPLAY "[!] Accounts frozen:      " EST-ACCOUNTS-FROZEN
           DISPLAY "[!] Term deposits frozen: " EST-TERMS-FROZEN
           DISPLAY "[!] Chequebooks frozen:   " EST-BOOKS-FROZEN
           DISPLAY "[!] Postings to review:   " EST-POSTINGS-FLAGGED
           DISPLAY "[!] Freeze notice written to " SPOOL-FILE-NAME.

       REGISTER-DEATH-EXIT.
           EXIT.

      *    THE IMPLICIT ACCOUNT AND EVERY PRODUCT ACCOUNT IN THE TABLE
      *    TURN "F" -- THE IMPLICIT ACCOUNT'S OWN ENROLLMENT RECORD
      *    TOO, WHEN THERE IS ONE.
       FREEZE-ESTATE-ACCOUNTS                                   SECTION.
           MOVE ZERO TO EST-ACCOUNTS-FROZEN
           MOVE SPACES TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           MOVE "ACCOUNTS FROZEN:" TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           PERFORM FREEZE-ONE-ACCOUNT
               VARYING EA-I FROM 1 BY 1 UNTIL EA-I > EA-COUNT.

       FREEZE-ONE-ACCOUNT                                       SECTION.
           MOVE EA-NUMBER(EA-I) TO ACCT-SEEK-NUMBER
           PERFORM ACCOUNT-MASTER-SEEK-NUMBER
           IF ACCOUNT-MASTER-SEEK-FOUND AND NOT ACCT-STATUS-CLOSED
               SET ACCT-STATUS-ESTATE-FROZEN TO TRUE
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "[X] Could not freeze account "
                           EA-NUMBER(EA-I) ", file status: "
                           ACCOUNT-MASTER-STATUS
               END-REWRITE
           END-IF
           ADD 1 TO EST-ACCOUNTS-FROZEN

           MOVE EA-NUMBER(EA-I) TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE EA-NUMBER(EA-I) TO SA-NUMBER
           PERFORM DESCRIBE-ESTATE-ACCOUNT
           MOVE TXN-SEEK-BALANCE TO SA-BALANCE
           MOVE STMT-ACCOUNT-LINE TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT.

      *    OPEN CERTIFICATES ON ANY FROZEN ACCOUNT -- A SURVIVOR'S
      *    JOINT ACCOUNT INCLUDED, UNTIL THE PAYOUT RELEASES IT.
       FREEZE-ESTATE-TERMS                                      SECTION.
           MOVE ZERO TO EST-TERMS-FROZEN
           MOVE 1 TO TERM-DEPOSIT-KEY
           START TERM-DEPOSIT
                   KEY IS NOT LESS THAN TERM-DEPOSIT-KEY
               INVALID KEY
                   SET TERM-DEPOSIT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET TERM-DEPOSIT-OK TO TRUE
           END-START
           PERFORM UNTIL TERM-DEPOSIT-NOT-FOUND
               READ TERM-DEPOSIT NEXT RECORD
                   AT END
                       SET TERM-DEPOSIT-NOT-FOUND TO TRUE
                   NOT AT END
                       IF TDP-STATUS-OPEN
                           MOVE TDP-ACCOUNT-NUMBER
                               TO SEEK-ESTATE-ACCOUNT
                           PERFORM FIND-ESTATE-ACCOUNT
                           IF EA-SLOT > ZERO
                               PERFORM FREEZE-ONE-TERM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FREEZE-ONE-TERM                                          SECTION.
           SET TDP-ESTATE-FROZEN TO TRUE
           REWRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not freeze certificate "
                       TDP-NUMBER ", file status: "
                       TERM-DEPOSIT-STATUS
           END-REWRITE
           ADD 1 TO EST-TERMS-FROZEN
           MOVE TDP-NUMBER TO ST-NUMBER
           MOVE TDP-ACCOUNT-NUMBER TO ST-ACCOUNT
           MOVE TDP-PRINCIPAL TO ST-AMOUNT
           MOVE STMT-TERM-LINE TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT.

       FREEZE-ESTATE-BOOKS                                      SECTION.
           MOVE ZERO TO EST-BOOKS-FROZEN
           MOVE 1 TO CHEQUE-CONTROL-KEY
           START CHEQUE-CONTROL
                   KEY IS NOT LESS THAN CHEQUE-CONTROL-KEY
               INVALID KEY
                   SET CHEQUE-CONTROL-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CHEQUE-CONTROL-OK TO TRUE
           END-START
           PERFORM UNTIL CHEQUE-CONTROL-NOT-FOUND
               READ CHEQUE-CONTROL NEXT RECORD
                   AT END
                       SET CHEQUE-CONTROL-NOT-FOUND TO TRUE
                   NOT AT END
                       IF CHQ-IS-BOOK AND CHQ-STATUS-ACTIVE
                           MOVE CHQ-ACCOUNT-NUMBER
                               TO SEEK-ESTATE-ACCOUNT
                           PERFORM FIND-ESTATE-ACCOUNT
                           IF EA-SLOT > ZERO
                               PERFORM FREEZE-ONE-BOOK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FREEZE-ONE-BOOK                                          SECTION.
           SET CHQ-STATUS-ESTATE-FROZEN TO TRUE
           REWRITE CHEQUE-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not freeze chequebook "
                       CHQ-START-NUMBER ", file status: "
                       CHEQUE-CONTROL-STATUS
           END-REWRITE
           ADD 1 TO EST-BOOKS-FROZEN
           MOVE CHQ-START-NUMBER TO SB-START
           MOVE CHQ-END-NUMBER TO SB-END
           MOVE CHQ-ACCOUNT-NUMBER TO SB-ACCOUNT
           MOVE STMT-BOOK-LINE TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT.

      *    EVERY LEDGER ENTRY ON AN ESTATE ACCOUNT DATED AFTER THE
      *    DATE OF DEATH (UP TO REVIEW-SEQUENCE-LIMIT) -- A DEATH
      *    REGISTERED LATE LEAVES STANDING ORDERS, CARD-STYLE DEBITS
      *    AND CREDITS THAT SOMEONE MUST LOOK AT. THEY ARE LISTED, NOT
      *    REVERSED; THE BACK OFFICE DECIDES EACH ONE IN MAN10.
       FLAG-POST-DEATH-POSTINGS                                 SECTION.
           MOVE ZERO TO POSTINGS-FLAGGED
           MOVE 1 TO ACCOUNT-TXN-KEY
           START ACCOUNT-TXN
                   KEY IS NOT LESS THAN ACCOUNT-TXN-KEY
               INVALID KEY
                   SET ACCOUNT-TXN-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-TXN-OK TO TRUE
           END-START
           PERFORM UNTIL ACCOUNT-TXN-NOT-FOUND
               READ ACCOUNT-TXN NEXT RECORD
                   AT END
                       SET ACCOUNT-TXN-NOT-FOUND TO TRUE
                   NOT AT END
                       IF TXN-DATE > DECEASED-DEATH-DATE
                               AND TXN-SEQUENCE
                                   NOT > REVIEW-SEQUENCE-LIMIT
                           MOVE TXN-ACCOUNT-HASH
                               TO SEEK-ESTATE-ACCOUNT
                           PERFORM FIND-ESTATE-ACCOUNT
                           IF EA-SLOT > ZERO
                               PERFORM FLAG-ONE-POSTING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FLAG-ONE-POSTING                                         SECTION.
           ADD 1 TO POSTINGS-FLAGGED
           MOVE TXN-SEQUENCE TO SP-SEQUENCE
           MOVE TXN-ACCOUNT-HASH TO SP-ACCOUNT
           MOVE TXN-DATE TO SP-DATE
           MOVE TXN-TYPE TO SP-TYPE
           MOVE TXN-AMOUNT TO SP-AMOUNT
           MOVE STMT-POSTING-LINE TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           DISPLAY STMT-POSTING-LINE.

      *----------------------------------------------------------------
      *    2 -- PAY THE ESTATE OUT TO THE HEIRS.
      *----------------------------------------------------------------
       PAY-ESTATE-OUT                                           SECTION.
           DISPLAY "[?] Account ID (CLIENT-HASH) of the deceased "
               "customer:"
           ACCEPT INP-CLIENT-HASH
           MOVE INP-CLIENT-HASH TO CLIENT-SEEK-HASH
           PERFORM CLIENT-MASTER-SEEK-HASH
           IF CLIENT-MASTER-SEEK-NOT-FOUND
               DISPLAY "[X] No customer on file for account "
                   INP-CLIENT-HASH
               GO TO PAY-ESTATE-OUT-EXIT
           END-IF

           DISPLAY "[!] Customer:"
           DISPLAY CLIENT-INFO
           IF NOT CLIENT-STATUS-DECEASED
               DISPLAY "[X] No death is registered for this "
                   "customer -- register it first."
               GO TO PAY-ESTATE-OUT-EXIT
           END-IF

           MOVE CLIENT-HASH TO DECEASED-HASH
           MOVE CLIENT-CPF TO DECEASED-CPF
           MOVE CLIENT-NAME TO DECEASED-NAME

           PERFORM FIND-FROZEN-ESTATE
           IF ESTATE-RECORD-KEY = ZERO
               DISPLAY "[X] No frozen estate on file for this "
                   "customer."
               GO TO PAY-ESTATE-OUT-EXIT
           END-IF
           MOVE EST-DATE-OF-DEATH TO DECEASED-DEATH-DATE
           DISPLAY "[!] Estate " EST-NUMBER ", date of death "
               EST-DATE-OF-DEATH ", certificate "
               EST-CERTIFICATE-REF

           SET BUILD-FOR-PAYOUT TO TRUE
           PERFORM BUILD-ESTATE-ACCOUNTS
           IF ESTATE-TABLE-OVERFLOW
               DISPLAY "[X] The estate covers more than " EA-LIMIT
                   " accounts -- it cannot be paid out here."
               GO TO PAY-ESTATE-OUT-EXIT
           END-IF

           SET ESTATE-NOT-BLOCKED TO TRUE
           MOVE ZERO TO ESTATE-NET
           PERFORM WEIGH-ESTATE-ACCOUNT
               VARYING EA-I FROM 1 BY 1 UNTIL EA-I > EA-COUNT
           PERFORM CHECK-ESTATE-LOANS
           PERFORM SUM-ESTATE-TERMS
           ADD REDEMPTION-TOTAL TO ESTATE-NET

           IF TERMS-REDEEMED > ZERO
               MOVE REDEMPTION-TOTAL TO EDITED-AMOUNT
               DISPLAY "[!] Term deposits to redeem: " TERMS-REDEEMED
                   ", paying " EDITED-AMOUNT
           END-IF
           IF ESTATE-BLOCKED
               DISPLAY "[X] The estate cannot be paid out yet."
               GO TO PAY-ESTATE-OUT-EXIT
           END-IF
           MOVE ESTATE-NET TO EDITED-AMOUNT
           DISPLAY "[!] Net estate: " EDITED-AMOUNT
           IF ESTATE-NET < ZERO
               DISPLAY "[X] The estate is in debt -- the debt must "
                   "be settled before the heirs can be paid."
               GO TO PAY-ESTATE-OUT-EXIT
           END-IF

           DISPLAY "[?] Probate order (court) reference:"
           MOVE SPACES TO INP-PROBATE-REF
           ACCEPT INP-PROBATE-REF
           IF INP-PROBATE-REF = SPACES
               DISPLAY "[X] The probate order reference is required."
               GO TO PAY-ESTATE-OUT-EXIT
           END-IF

      *    THE SHARES ARE KEYED AS THE ORDER STATES THEM -- FRACTIONS
      *    OVER ONE COMMON DENOMINATOR (1/2, 1/4, 1/4 IS 2, 1, 1 OVER
      *    4) -- SO THEY SPLIT THE ESTATE EXACTLY.
           DISPLAY "[?] Common denominator of the shares (1-999):"
           ACCEPT INP-DENOMINATOR
           IF INP-DENOMINATOR = ZERO
               DISPLAY "[X] The denominator must be at least 1."
               GO TO PAY-ESTATE-OUT-EXIT
           END-IF
           DISPLAY "[?] Number of heirs (1-10):"
           ACCEPT INP-HEIR-COUNT
           IF INP-HEIR-COUNT = ZERO OR INP-HEIR-COUNT > 10
               DISPLAY "[X] Between 1 and 10 heirs."
               GO TO PAY-ESTATE-OUT-EXIT
           END-IF

           MOVE ZERO TO SHARE-TOTAL
           PERFORM CAPTURE-ONE-HEIR
               VARYING HEIR-I FROM 1 BY 1
               UNTIL HEIR-I > INP-HEIR-COUNT
           IF SHARE-TOTAL NOT = INP-DENOMINATOR
               DISPLAY "[X] The shares add up to " SHARE-TOTAL
                   " over " INP-DENOMINATOR " -- they must make "
                   "exactly one whole."
               GO TO PAY-ESTATE-OUT-EXIT
           END-IF

           PERFORM SPLIT-ESTATE
           PERFORM SHOW-ONE-HEIR
               VARYING HEIR-I FROM 1 BY 1
               UNTIL HEIR-I > INP-HEIR-COUNT
           DISPLAY "[?] Pay the estate out and close the accounts "
               "(Y/N):"
           ACCEPT INP-CONFIRM
           IF NOT INP-CONFIRMED
               DISPLAY "[!] Payout cancelled."
               GO TO PAY-ESTATE-OUT-EXIT
           END-IF

      *    POSTING WINDOW -- SAME LOCKED RE-OPEN AND RE-CHECK AS
      *    MAN2. EVERY ESTATE BALANCE AND THE CERTIFICATES TO REDEEM
      *    MUST BE EXACTLY AS THE SUPERVISOR CONFIRMED THEM, OR THE
      *    SHARES WOULD NO LONGER ADD UP TO THE ESTATE.
           CLOSE ACCOUNT-TXN ACCOUNT-POSITION TERM-DEPOSIT
           PERFORM ACQUIRE-POSTING-LOCK
           IF POSTING-LOCK-DENIED
               DISPLAY "[X] The posting lock is busy, try again."
               PERFORM OPEN-ACCOUNT-TXN
               PERFORM OPEN-ACCOUNT-POSITION
               PERFORM OPEN-TERM-DEPOSIT
               GO TO PAY-ESTATE-OUT-EXIT
           END-IF
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION
           PERFORM OPEN-TERM-DEPOSIT

           MOVE TERMS-REDEEMED TO SAVED-TERMS-REDEEMED
           MOVE REDEMPTION-TOTAL TO SAVED-REDEMPTION-TOTAL
           SET ESTATE-NOT-BLOCKED TO TRUE
           PERFORM RECHECK-ESTATE-ACCOUNT
               VARYING EA-I FROM 1 BY 1 UNTIL EA-I > EA-COUNT
           PERFORM SUM-ESTATE-TERMS
           IF ESTATE-BLOCKED
                   OR TERMS-REDEEMED NOT = SAVED-TERMS-REDEEMED
                   OR REDEMPTION-TOTAL NOT = SAVED-REDEMPTION-TOTAL
               DISPLAY "[X] The estate moved while the payout was "
                   "being confirmed -- start over."
               PERFORM RELEASE-POSTING-LOCK
               GO TO PAY-ESTATE-OUT-EXIT
           END-IF

           MOVE ACCOUNT-TXN-MAX-SEQUENCE TO REVIEW-SEQUENCE-LIMIT
           SET ESTATE-POST-OK TO TRUE
           MOVE ZERO TO HEIRS-PAID
           MOVE ZERO TO HEIRS-PAID-TOTAL
           PERFORM REDEEM-ESTATE-TERMS
           PERFORM SWEEP-ESTATE-ACCOUNT
               VARYING EA-I FROM 2 BY 1
               UNTIL EA-I > EA-COUNT OR ESTATE-POST-FAILED
           PERFORM PAY-ONE-HEIR
               VARYING HEIR-I FROM 1 BY 1
               UNTIL HEIR-I > INP-HEIR-COUNT OR ESTATE-POST-FAILED

           PERFORM RELEASE-POSTING-LOCK

      *    A LEDGER WRITE FAILED PART WAY -- NOTHING IS CLOSED AND THE
      *    ESTATE STAYS FROZEN, SO NO SECOND PAYOUT CAN START BEFORE
      *    THE ENTRIES ALREADY POSTED ARE CORRECTED BY HAND.
           IF ESTATE-POST-FAILED
               PERFORM RECORD-PARTIAL-PAYOUT
               GO TO PAY-ESTATE-OUT-EXIT
           END-IF

           PERFORM CLOSE-ESTATE-ACCOUNT
               VARYING EA-I FROM 1 BY 1 UNTIL EA-I > EA-COUNT
           PERFORM SETTLE-ESTATE-BOOKS
           MOVE DECEASED-HASH TO CLIENT-SEEK-HASH
           PERFORM CLIENT-MASTER-SEEK-HASH
           IF CLIENT-MASTER-SEEK-FOUND
               SET CLIENT-STATUS-CLOSED TO TRUE
               MOVE "DECEASED, ESTATE PAID OUT" TO
                   CLIENT-INACTIVE-REASON
               REWRITE CLIENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "[X] Could not update customer, "
                           "file status: " CLIENT-MASTER-STATUS
               END-REWRITE
           END-IF

           PERFORM RECORD-ESTATE-PAYOUT

           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "MAN26" TO AUDIT-PROGRAM
           MOVE "ESTPAYOUT" TO AUDIT-ACTION
           MOVE DECEASED-HASH TO AUDIT-ACCOUNT-ID
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           MOVE EST-NUMBER TO EAD-NUMBER
           MOVE EST-DATE-OF-DEATH TO EAD-DEATH-DATE
           MOVE EA-COUNT TO EAD-ACCOUNTS
           MOVE TERMS-REDEEMED TO EAD-TERMS
           COMPUTE EAD-BOOKS = BOOKS-REACTIVATED + BOOKS-CANCELLED
           MOVE ESTATE-NET TO EAD-PAID
           MOVE INP-HEIR-COUNT TO EAD-HEIRS
           MOVE ESTATE-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL

           PERFORM PRINT-ESTATE-STATEMENT

           MOVE ESTATE-NET TO EDITED-AMOUNT
           DISPLAY "[!] Estate " EST-NUMBER " paid out, "
               EDITED-AMOUNT " to " INP-HEIR-COUNT " heir(s).".

       PAY-ESTATE-OUT-EXIT.
           EXIT.

      *    THE ESTATE RECORD STILL FROZEN FOR DECEASED-HASH --
      *    ESTATE-RECORD-KEY COMES BACK ZERO WHEN THERE IS NONE, AND
      *    THE RECORD AREA HOLDS IT WHEN THERE IS.
       FIND-FROZEN-ESTATE                                       SECTION.
           MOVE ZERO TO ESTATE-RECORD-KEY
           MOVE 1 TO ESTATE-REGISTER-KEY
           START ESTATE-REGISTER
                   KEY IS NOT LESS THAN ESTATE-REGISTER-KEY
               INVALID KEY
                   SET ESTATE-REGISTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ESTATE-REGISTER-OK TO TRUE
           END-START
           PERFORM UNTIL ESTATE-REGISTER-NOT-FOUND
                   OR ESTATE-RECORD-KEY > ZERO
               READ ESTATE-REGISTER NEXT RECORD
                   AT END
                       SET ESTATE-REGISTER-NOT-FOUND TO TRUE
                   NOT AT END
                       IF EST-CLIENT-HASH = DECEASED-HASH
                               AND EST-STATUS-FROZEN
                           MOVE EST-NUMBER TO ESTATE-RECORD-KEY
                       END-IF
               END-READ
           END-PERFORM.

      *    THE BALANCE OF ONE ESTATE ACCOUNT. THE DECEASED'S OWN
      *    ACCOUNTS MUST BE FREE OF DEPOSIT HOLDS AND COURT FREEZES
      *    BEFORE THEY CAN BE SWEPT; A SURVIVOR'S JOINT ACCOUNT IS
      *    ONLY SHOWN.
       WEIGH-ESTATE-ACCOUNT                                     SECTION.
           MOVE EA-NUMBER(EA-I) TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           MOVE TXN-SEEK-BALANCE TO EA-START-BALANCE(EA-I)
           MOVE TXN-SEEK-BALANCE TO EA-BALANCE(EA-I)
           MOVE TXN-SEEK-BALANCE TO EDITED-AMOUNT
           IF EA-IS-JOINT(EA-I)
               DISPLAY "[!] Joint account " EA-NUMBER(EA-I)
                   " (survivor's, released): " EDITED-AMOUNT
               GO TO WEIGH-ESTATE-ACCOUNT-EXIT
           END-IF

           DISPLAY "[!] Account " EA-NUMBER(EA-I) ": " EDITED-AMOUNT
           ADD TXN-SEEK-BALANCE TO ESTATE-NET
           IF TXN-SEEK-HELD-AMOUNT > ZERO
               DISPLAY "[X] Account " EA-NUMBER(EA-I) " still has "
                   TXN-SEEK-HELD-AMOUNT " under a deposit hold."
               SET ESTATE-BLOCKED TO TRUE
           END-IF
           MOVE EA-NUMBER(EA-I) TO JUD-SEEK-ACCOUNT
           PERFORM JUDICIAL-FROZEN-BALANCE
           IF JUD-FROZEN-TOTAL > ZERO
               DISPLAY "[X] Account " EA-NUMBER(EA-I) " has "
                   JUD-FROZEN-TOTAL " frozen by court order."
               SET ESTATE-BLOCKED TO TRUE
           END-IF
           MOVE EA-NUMBER(EA-I) TO CAU-SEEK-ACCOUNT
           PERFORM CARD-HELD-BALANCE
           IF CAU-HELD-TOTAL > ZERO
               DISPLAY "[X] Account " EA-NUMBER(EA-I) " has "
                   CAU-HELD-TOTAL " held for card purchases."
               SET ESTATE-BLOCKED TO TRUE
           END-IF.

       WEIGH-ESTATE-ACCOUNT-EXIT.
           EXIT.

      *    UNDER THE LOCK: EACH OF THE DECEASED'S OWN ACCOUNTS MUST
      *    STILL HOLD WHAT WAS WEIGHED, AND NO HOLD, COURT FREEZE OR
      *    CARD AUTHORIZATION MAY HAVE ARRIVED SINCE.
       RECHECK-ESTATE-ACCOUNT                                   SECTION.
           IF EA-IS-JOINT(EA-I)
               GO TO RECHECK-ESTATE-ACCOUNT-EXIT
           END-IF
           MOVE EA-NUMBER(EA-I) TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           IF TXN-SEEK-BALANCE NOT = EA-START-BALANCE(EA-I)
                   OR TXN-SEEK-HELD-AMOUNT > ZERO
               SET ESTATE-BLOCKED TO TRUE
           END-IF
           MOVE EA-NUMBER(EA-I) TO JUD-SEEK-ACCOUNT
           PERFORM JUDICIAL-FROZEN-BALANCE
           IF JUD-FROZEN-TOTAL > ZERO
               SET ESTATE-BLOCKED TO TRUE
           END-IF
           MOVE EA-NUMBER(EA-I) TO CAU-SEEK-ACCOUNT
           PERFORM CARD-HELD-BALANCE
           IF CAU-HELD-TOTAL > ZERO
               SET ESTATE-BLOCKED TO TRUE
           END-IF.

       RECHECK-ESTATE-ACCOUNT-EXIT.
           EXIT.

      *    AN ACTIVE LOAN COLLECTING FROM ONE OF THE DECEASED'S OWN
      *    ACCOUNTS MUST BE SETTLED (OR WRITTEN OFF) FIRST -- BAT16
      *    MUST NEVER COLLECT FROM A CLOSED ACCOUNT.
       CHECK-ESTATE-LOANS                                       SECTION.
           MOVE 1 TO LOAN-MASTER-KEY
           START LOAN-MASTER
                   KEY IS NOT LESS THAN LOAN-MASTER-KEY
               INVALID KEY
                   SET LOAN-MASTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET LOAN-MASTER-OK TO TRUE
           END-START
           PERFORM UNTIL LOAN-MASTER-NOT-FOUND
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       SET LOAN-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       IF LOAN-STATUS-ACTIVE
                           MOVE LOAN-ACCOUNT-NUMBER
                               TO SEEK-ESTATE-ACCOUNT
                           PERFORM FIND-ESTATE-ACCOUNT
                           IF EA-SLOT > ZERO
                                   AND NOT EA-IS-JOINT(EA-SLOT)
                               DISPLAY "[X] Loan " LOAN-NUMBER
                                   " is still active on account "
                                   LOAN-ACCOUNT-NUMBER
                               SET ESTATE-BLOCKED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    HOW MANY FROZEN CERTIFICATES ON THE DECEASED'S OWN
      *    ACCOUNTS ARE STILL OPEN, AND WHAT THEIR EARLY REDEMPTION
      *    PAYS -- THE SAME FIGURES MAN20'S REDEMPTION WOULD GIVE.
       SUM-ESTATE-TERMS                                         SECTION.
           MOVE ZERO TO TERMS-REDEEMED
           MOVE ZERO TO REDEMPTION-TOTAL
           MOVE 1 TO TERM-DEPOSIT-KEY
           START TERM-DEPOSIT
                   KEY IS NOT LESS THAN TERM-DEPOSIT-KEY
               INVALID KEY
                   SET TERM-DEPOSIT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET TERM-DEPOSIT-OK TO TRUE
           END-START
           PERFORM UNTIL TERM-DEPOSIT-NOT-FOUND
               READ TERM-DEPOSIT NEXT RECORD
                   AT END
                       SET TERM-DEPOSIT-NOT-FOUND TO TRUE
                   NOT AT END
                       IF TDP-STATUS-OPEN
                           MOVE TDP-ACCOUNT-NUMBER
                               TO SEEK-ESTATE-ACCOUNT
                           PERFORM FIND-ESTATE-ACCOUNT
                           IF EA-SLOT > ZERO
                                   AND NOT EA-IS-JOINT(EA-SLOT)
                               PERFORM PRICE-TERM-REDEMPTION
                               ADD 1 TO TERMS-REDEEMED
                               ADD REDEMPTION-AMOUNT
                                   TO REDEMPTION-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    SAME FIGURES AS MAN20'S EARLY REDEMPTION: THE PRINCIPAL
      *    COMES BACK WHOLE, THE PENALTY FORFEITS PART OF THE ACCRUED
      *    EARNINGS, AND IRRF IS WITHHELD ON WHAT IS KEPT.
       PRICE-TERM-REDEMPTION                                    SECTION.
           COMPUTE EARNINGS-KEPT ROUNDED =
               TDP-ACCRUED * (1 - PARM-TERM-PENALTY-RATE)
           COMPUTE EARNINGS-WITHHELD ROUNDED =
               EARNINGS-KEPT * PARM-IRRF-RATE
           COMPUTE REDEMPTION-AMOUNT =
               TDP-PRINCIPAL + EARNINGS-KEPT - EARNINGS-WITHHELD.

      *    ONE HEIR: NAME, CPF, SHARE, AND WHERE THE MONEY GOES. THE
      *    NAME AND CPF RE-PROMPT UNTIL VALID, SAME AS MAN13'S SECOND
      *    HOLDER; AN ACCOUNT WITH US MUST BE ACTIVE AND HELD BY THE
      *    HEIR (FIRST OR SECOND HOLDER).
       CAPTURE-ONE-HEIR                                         SECTION.
           DISPLAY "[!] Heir " HEIR-I " of " INP-HEIR-COUNT
           SET NAME-INVALID TO TRUE
           PERFORM WITH TEST AFTER UNTIL NAME-VALID
               DISPLAY "[?] Heir's complete name:"
               ACCEPT INP-HEIR-NAME
               PERFORM VALIDATE-HEIR-NAME
           END-PERFORM

           SET CPF-INVALID TO TRUE
           PERFORM WITH TEST AFTER UNTIL CPF-VALID
               DISPLAY "[?] Heir's CPF (11 digits, numbers only):"
               ACCEPT INP-HEIR-CPF
               PERFORM VALIDATE-HEIR-CPF
               IF CPF-VALID AND INP-HEIR-CPF = DECEASED-CPF
                   DISPLAY "[X] The heir cannot be the deceased."
                   SET CPF-INVALID TO TRUE
               END-IF
           END-PERFORM

           MOVE ZERO TO INP-HEIR-SHARE
           PERFORM WITH TEST AFTER UNTIL INP-HEIR-SHARE > ZERO
               DISPLAY "[?] Heir's share (numerator over "
                   INP-DENOMINATOR "):"
               ACCEPT INP-HEIR-SHARE
           END-PERFORM

           SET HEIR-ACCOUNT-REJECTED TO TRUE
           PERFORM WITH TEST AFTER UNTIL HEIR-ACCOUNT-OK
               DISPLAY "[?] Heir's account ID with us (0 to pay "
                   "outside the bank):"
               ACCEPT INP-HEIR-ACCOUNT
               PERFORM VALIDATE-HEIR-ACCOUNT
           END-PERFORM

           MOVE INP-HEIR-NAME TO HT-NAME(HEIR-I)
           MOVE INP-HEIR-CPF TO HT-CPF(HEIR-I)
           MOVE INP-HEIR-SHARE TO HT-SHARE(HEIR-I)
           MOVE INP-HEIR-ACCOUNT TO HT-ACCOUNT(HEIR-I)
           MOVE ZERO TO HT-AMOUNT(HEIR-I)
           MOVE ZERO TO HT-SEQUENCE(HEIR-I)
           ADD INP-HEIR-SHARE TO SHARE-TOTAL.

      *    DELEGATES TO UTIL2, THE SAME SHARED PLAUSIBILITY CHECK
      *    MAN1 USES FOR A CUSTOMER'S NAME.
       VALIDATE-HEIR-NAME                                       SECTION.
           CALL "UTIL2"
               USING BY CONTENT INP-HEIR-NAME
           END-CALL

           EVALUATE RETURN-CODE
               WHEN 0
                   SET NAME-VALID TO TRUE
               WHEN 1
                   DISPLAY "[X] Name cannot be blank."
                   SET NAME-INVALID TO TRUE
               WHEN 2
                   DISPLAY "[X] Name is too short."
                   SET NAME-INVALID TO TRUE
               WHEN OTHER
                   DISPLAY "[X] Name must contain at least one letter."
                   SET NAME-INVALID TO TRUE
           END-EVALUATE.

      *    SAME MOD-11 CHECK-DIGIT VALIDATION AS MAN1'S VALIDATE-CPF.
       VALIDATE-HEIR-CPF                                        SECTION.
           SET CPF-VALID TO TRUE
           MOVE INP-HEIR-CPF TO CPF-WORK

           IF FUNCTION MOD(INP-HEIR-CPF, 11111111111) = 0
               DISPLAY "[X] Invalid CPF, repeated-digit numbers "
                   "are not issued."
               SET CPF-INVALID TO TRUE
           END-IF

           IF CPF-VALID
               MOVE ZERO TO CPF-SUM-1
               PERFORM SUM-CPF-FIRST-CHECK-DIGIT
                   VARYING CPF-I FROM 1 BY 1 UNTIL CPF-I > 9

               COMPUTE CPF-REMAINDER = FUNCTION MOD(CPF-SUM-1, 11)
               IF CPF-REMAINDER < 2
                   MOVE 0 TO CPF-CHECK-DIGIT-1
               ELSE
                   COMPUTE CPF-CHECK-DIGIT-1 = 11 - CPF-REMAINDER
               END-IF

               IF CPF-CHECK-DIGIT-1 NOT = CPF-DIGIT(10)
                   DISPLAY "[X] Invalid CPF, check digit mismatch."
                   SET CPF-INVALID TO TRUE
               END-IF
           END-IF

           IF CPF-VALID
               MOVE ZERO TO CPF-SUM-2
               PERFORM SUM-CPF-SECOND-CHECK-DIGIT
                   VARYING CPF-I FROM 1 BY 1 UNTIL CPF-I > 10

               COMPUTE CPF-REMAINDER = FUNCTION MOD(CPF-SUM-2, 11)
               IF CPF-REMAINDER < 2
                   MOVE 0 TO CPF-CHECK-DIGIT-2
               ELSE
                   COMPUTE CPF-CHECK-DIGIT-2 = 11 - CPF-REMAINDER
               END-IF

               IF CPF-CHECK-DIGIT-2 NOT = CPF-DIGIT(11)
                   DISPLAY "[X] Invalid CPF, check digit mismatch."
                   SET CPF-INVALID TO TRUE
               END-IF
           END-IF.

       SUM-CPF-FIRST-CHECK-DIGIT                                SECTION.
           COMPUTE CPF-SUM-1 =
               CPF-SUM-1 + CPF-DIGIT(CPF-I) * (11 - CPF-I).

       SUM-CPF-SECOND-CHECK-DIGIT                               SECTION.
           COMPUTE CPF-SUM-2 =
               CPF-SUM-2 + CPF-DIGIT(CPF-I) * (12 - CPF-I).

       VALIDATE-HEIR-ACCOUNT                                    SECTION.
           SET HEIR-ACCOUNT-REJECTED TO TRUE
           IF INP-HEIR-ACCOUNT = ZERO
               SET HEIR-ACCOUNT-OK TO TRUE
               GO TO VALIDATE-HEIR-ACCOUNT-EXIT
           END-IF

           MOVE INP-HEIR-ACCOUNT TO ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT
           IF ACCOUNT-RESOLVE-NOT-FOUND
               DISPLAY "[X] No account on file for "
                   INP-HEIR-ACCOUNT
               GO TO VALIDATE-HEIR-ACCOUNT-EXIT
           END-IF
           IF RESOLVED-ACCOUNT-NOT-ACTIVE OR RESOLVED-ACCOUNT-ESTATE
               DISPLAY "[X] Account " INP-HEIR-ACCOUNT
                   " is not active, the share cannot go there."
               GO TO VALIDATE-HEIR-ACCOUNT-EXIT
           END-IF
           IF CLIENT-CPF NOT = INP-HEIR-CPF
                   AND ACCOUNT-RESOLVE-SECOND-CPF NOT = INP-HEIR-CPF
               DISPLAY "[X] Account " INP-HEIR-ACCOUNT
                   " is not held by this heir."
               GO TO VALIDATE-HEIR-ACCOUNT-EXIT
           END-IF
           SET HEIR-ACCOUNT-OK TO TRUE.

       VALIDATE-HEIR-ACCOUNT-EXIT.
           EXIT.

      *    EACH HEIR'S SHARE OF THE NET ESTATE, TRUNCATED TO THE
      *    CENT; THE LAST HEIR TAKES WHAT IS LEFT, SO THE SHARES
      *    ALWAYS ADD UP TO THE ESTATE EXACTLY.
       SPLIT-ESTATE                                             SECTION.
           MOVE ZERO TO HEIR-PAID-TOTAL
           PERFORM SPLIT-ONE-SHARE
               VARYING HEIR-I FROM 1 BY 1
               UNTIL HEIR-I NOT < INP-HEIR-COUNT
           COMPUTE HT-AMOUNT(INP-HEIR-COUNT) =
               ESTATE-NET - HEIR-PAID-TOTAL.

       SPLIT-ONE-SHARE                                          SECTION.
           COMPUTE HT-AMOUNT(HEIR-I) =
               ESTATE-NET * HT-SHARE(HEIR-I) / INP-DENOMINATOR
           ADD HT-AMOUNT(HEIR-I) TO HEIR-PAID-TOTAL.

       SHOW-ONE-HEIR                                            SECTION.
           MOVE HT-NAME(HEIR-I) TO SH-NAME
           MOVE HT-CPF(HEIR-I) TO SH-CPF
           MOVE HT-SHARE(HEIR-I) TO SH-SHARE
           MOVE INP-DENOMINATOR TO SH-DENOMINATOR
           MOVE HT-AMOUNT(HEIR-I) TO SH-AMOUNT
           DISPLAY STMT-HEIR-LINE
           IF HT-ACCOUNT(HEIR-I) = ZERO
               DISPLAY "    paid outside the bank"
           ELSE
               DISPLAY "    to account " HT-ACCOUNT(HEIR-I)
           END-IF.

      *    REDEEMS EVERY FROZEN CERTIFICATE OF THE DECEASED'S AS AN
      *    "L" CREDIT ON ITS DEMAND ACCOUNT, AND LIFTS THE FREEZE FROM
      *    THOSE ON A SURVIVOR'S JOINT ACCOUNT, WHICH STAY OPEN.
       REDEEM-ESTATE-TERMS                                      SECTION.
           MOVE 1 TO TERM-DEPOSIT-KEY
           START TERM-DEPOSIT
                   KEY IS NOT LESS THAN TERM-DEPOSIT-KEY
               INVALID KEY
                   SET TERM-DEPOSIT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET TERM-DEPOSIT-OK TO TRUE
           END-START
           PERFORM UNTIL TERM-DEPOSIT-NOT-FOUND
               READ TERM-DEPOSIT NEXT RECORD
                   AT END
                       SET TERM-DEPOSIT-NOT-FOUND TO TRUE
                   NOT AT END
                       IF TDP-STATUS-OPEN
                           MOVE TDP-ACCOUNT-NUMBER
                               TO SEEK-ESTATE-ACCOUNT
                           PERFORM FIND-ESTATE-ACCOUNT
                           IF EA-SLOT > ZERO
                               PERFORM REDEEM-ONE-TERM
                           END-IF
                       END-IF
               END-READ
               IF ESTATE-POST-FAILED
                   SET TERM-DEPOSIT-NOT-FOUND TO TRUE
               END-IF
           END-PERFORM.

       REDEEM-ONE-TERM                                          SECTION.
           IF EA-IS-JOINT(EA-SLOT)
               MOVE SPACE TO TDP-ESTATE-FREEZE
               REWRITE TERM-DEPOSIT-RECORD
                   INVALID KEY
                       DISPLAY "[X] Could not release certificate "
                           TDP-NUMBER ", file status: "
                           TERM-DEPOSIT-STATUS
               END-REWRITE
               GO TO REDEEM-ONE-TERM-EXIT
           END-IF

           PERFORM PRICE-TERM-REDEMPTION
           ADD REDEMPTION-AMOUNT TO EA-BALANCE(EA-SLOT)
           SET TXN-IS-TERM-PAYOUT TO TRUE
           MOVE TDP-ACCOUNT-NUMBER TO POST-ACCOUNT
           MOVE REDEMPTION-AMOUNT TO POST-AMOUNT
           MOVE EA-BALANCE(EA-SLOT) TO POST-BALANCE-AFTER
           MOVE TDP-NUMBER TO POST-COUNTERPART
           PERFORM POST-ESTATE-ENTRY
           IF ESTATE-POST-FAILED
               GO TO REDEEM-ONE-TERM-EXIT
           END-IF

           SET TDP-STATUS-REDEEMED TO TRUE
           MOVE EARNINGS-KEPT TO TDP-ACCRUED
           MOVE SPACE TO TDP-ESTATE-FREEZE
           REWRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not update certificate "
                       TDP-NUMBER ", file status: "
                       TERM-DEPOSIT-STATUS
           END-REWRITE.

       REDEEM-ONE-TERM-EXIT.
           EXIT.

      *    SWEEPS ONE OF THE DECEASED'S PRODUCT ACCOUNTS TO ZERO
      *    AGAINST THE IMPLICIT ACCOUNT (ENTRY 1) WITH A "T"/"F"
      *    PAIR -- A CREDIT BALANCE MOVES IN, AN OVERDRAWN ONE IS
      *    COVERED FROM IT.
       SWEEP-ESTATE-ACCOUNT                                     SECTION.
           IF EA-IS-JOINT(EA-I) OR EA-BALANCE(EA-I) = ZERO
               GO TO SWEEP-ESTATE-ACCOUNT-EXIT
           END-IF

           IF EA-BALANCE(EA-I) > ZERO
               MOVE EA-BALANCE(EA-I) TO POST-AMOUNT
               ADD EA-BALANCE(EA-I) TO EA-BALANCE(1)
               MOVE ZERO TO EA-BALANCE(EA-I)
               SET TXN-IS-TRANSFER-OUT TO TRUE
               MOVE EA-NUMBER(EA-I) TO POST-ACCOUNT
               MOVE EA-BALANCE(EA-I) TO POST-BALANCE-AFTER
               MOVE EA-NUMBER(1) TO POST-COUNTERPART
               PERFORM POST-ESTATE-ENTRY
               SET TXN-IS-TRANSFER-IN TO TRUE
               MOVE EA-NUMBER(1) TO POST-ACCOUNT
               MOVE EA-BALANCE(1) TO POST-BALANCE-AFTER
               MOVE EA-NUMBER(EA-I) TO POST-COUNTERPART
               PERFORM POST-ESTATE-ENTRY
           ELSE
               COMPUTE POST-AMOUNT = ZERO - EA-BALANCE(EA-I)
               ADD EA-BALANCE(EA-I) TO EA-BALANCE(1)
               MOVE ZERO TO EA-BALANCE(EA-I)
               SET TXN-IS-TRANSFER-OUT TO TRUE
               MOVE EA-NUMBER(1) TO POST-ACCOUNT
               MOVE EA-BALANCE(1) TO POST-BALANCE-AFTER
               MOVE EA-NUMBER(EA-I) TO POST-COUNTERPART
               PERFORM POST-ESTATE-ENTRY
               SET TXN-IS-TRANSFER-IN TO TRUE
               MOVE EA-NUMBER(EA-I) TO POST-ACCOUNT
               MOVE EA-BALANCE(EA-I) TO POST-BALANCE-AFTER
               MOVE EA-NUMBER(1) TO POST-COUNTERPART
               PERFORM POST-ESTATE-ENTRY
           END-IF.

       SWEEP-ESTATE-ACCOUNT-EXIT.
           EXIT.

      *    ONE HEIR'S SHARE OUT OF THE IMPLICIT ACCOUNT: A "T"/"F"
      *    PAIR TO THEIR ACCOUNT WITH US, OR AN "E" PAYOUT AGAINST THE
      *    ESTATE STATEMENT. THE LAST SHARE TAKES THE IMPLICIT
      *    ACCOUNT TO EXACTLY ZERO.
       PAY-ONE-HEIR                                             SECTION.
           IF HT-AMOUNT(HEIR-I) = ZERO
               GO TO PAY-ONE-HEIR-EXIT
           END-IF

           SUBTRACT HT-AMOUNT(HEIR-I) FROM EA-BALANCE(1)
           MOVE HT-AMOUNT(HEIR-I) TO POST-AMOUNT
           MOVE EA-NUMBER(1) TO POST-ACCOUNT
           MOVE EA-BALANCE(1) TO POST-BALANCE-AFTER
           IF HT-ACCOUNT(HEIR-I) = ZERO
               SET TXN-IS-CLOSURE-PAYOUT TO TRUE
               MOVE ZERO TO POST-COUNTERPART
               PERFORM POST-ESTATE-ENTRY
               MOVE TXN-SEQUENCE TO HT-SEQUENCE(HEIR-I)
               IF ESTATE-POST-OK
                   ADD 1 TO HEIRS-PAID
                   ADD HT-AMOUNT(HEIR-I) TO HEIRS-PAID-TOTAL
               END-IF
               GO TO PAY-ONE-HEIR-EXIT
           END-IF

           SET TXN-IS-TRANSFER-OUT TO TRUE
           MOVE HT-ACCOUNT(HEIR-I) TO POST-COUNTERPART
           PERFORM POST-ESTATE-ENTRY
           IF ESTATE-POST-FAILED
               GO TO PAY-ONE-HEIR-EXIT
           END-IF
           MOVE TXN-SEQUENCE TO HT-SEQUENCE(HEIR-I)

           MOVE HT-ACCOUNT(HEIR-I) TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           COMPUTE HEIR-BALANCE =
               TXN-SEEK-BALANCE + HT-AMOUNT(HEIR-I)
           SET TXN-IS-TRANSFER-IN TO TRUE
           MOVE HT-ACCOUNT(HEIR-I) TO POST-ACCOUNT
           MOVE HT-AMOUNT(HEIR-I) TO POST-AMOUNT
           MOVE HEIR-BALANCE TO POST-BALANCE-AFTER
           MOVE EA-NUMBER(1) TO POST-COUNTERPART
           PERFORM POST-ESTATE-ENTRY
           IF ESTATE-POST-OK
               ADD 1 TO HEIRS-PAID
               ADD HT-AMOUNT(HEIR-I) TO HEIRS-PAID-TOTAL
           END-IF.

       PAY-ONE-HEIR-EXIT.
           EXIT.

      *    ONE LEDGER ENTRY OF THE PAYOUT -- THE CALLER HAS SET THE
      *    TYPE AND THE POST- FIELDS. ONCE ONE ENTRY FAILS NO FURTHER
      *    ENTRY IS POSTED.
       POST-ESTATE-ENTRY                                        SECTION.
           IF ESTATE-POST-FAILED
               GO TO POST-ESTATE-ENTRY-EXIT
           END-IF
           MOVE POST-ACCOUNT TO TXN-ACCOUNT-HASH
           MOVE POST-AMOUNT TO TXN-AMOUNT
           MOVE POST-BALANCE-AFTER TO TXN-BALANCE-AFTER
           MOVE TODAY-YYYYMMDD TO TXN-DATE
           MOVE POST-COUNTERPART TO TXN-COUNTERPART-HASH
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
                   DISPLAY "[X] Could not post estate entry on "
                       "account " POST-ACCOUNT ", file status: "
                       ACCOUNT-TXN-STATUS
                   SET ESTATE-POST-FAILED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO ACCOUNT-TXN-RECORD-COUNT
                   PERFORM ACCOUNT-POSITION-UPDATE
           END-WRITE.

       POST-ESTATE-ENTRY-EXIT.
           EXIT.

      *    THE PAYOUT STOPPED ON A FAILED LEDGER WRITE. WHAT REACHED
      *    THE HEIRS IS AUDITED AS ESTPARTIAL SO THE ENTRIES ALREADY
      *    POSTED CAN BE FOUND AND CORRECTED BY HAND.
       RECORD-PARTIAL-PAYOUT                                    SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "MAN26" TO AUDIT-PROGRAM
           MOVE "ESTPARTIAL" TO AUDIT-ACTION
           MOVE DECEASED-HASH TO AUDIT-ACCOUNT-ID
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           MOVE EST-NUMBER TO EAD-NUMBER
           MOVE EST-DATE-OF-DEATH TO EAD-DEATH-DATE
           MOVE EA-COUNT TO EAD-ACCOUNTS
           MOVE TERMS-REDEEMED TO EAD-TERMS
           MOVE ZERO TO EAD-BOOKS
           MOVE HEIRS-PAID-TOTAL TO EAD-PAID
           MOVE HEIRS-PAID TO EAD-HEIRS
           MOVE ESTATE-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL

           MOVE HEIRS-PAID-TOTAL TO EDITED-AMOUNT
           DISPLAY "[X] The payout stopped part way -- " HEIRS-PAID
               " heir(s) paid " EDITED-AMOUNT ". The estate stays "
               "frozen; the entries already posted must be "
               "corrected by hand.".

      *    THE DECEASED'S OWN ACCOUNTS CLOSE (THE IMPLICIT ACCOUNT'S
      *    ENROLLMENT RECORD TOO); A SURVIVOR'S JOINT ACCOUNT RETURNS
      *    TO ACTIVE, HELD BY THE SURVIVOR ALONE.
       CLOSE-ESTATE-ACCOUNT                                     SECTION.
           MOVE EA-NUMBER(EA-I) TO ACCT-SEEK-NUMBER
           PERFORM ACCOUNT-MASTER-SEEK-NUMBER
           IF ACCOUNT-MASTER-SEEK-NOT-FOUND
               GO TO CLOSE-ESTATE-ACCOUNT-EXIT
           END-IF

           IF EA-IS-JOINT(EA-I)
               SET ACCT-STATUS-ACTIVE TO TRUE
               MOVE SPACES TO ACCT-SECOND-HOLDER-NAME
               MOVE ZERO TO ACCT-SECOND-HOLDER-CPF
           ELSE
               SET ACCT-STATUS-CLOSED TO TRUE
           END-IF
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not update account "
                       EA-NUMBER(EA-I) ", file status: "
                       ACCOUNT-MASTER-STATUS
           END-REWRITE.

       CLOSE-ESTATE-ACCOUNT-EXIT.
           EXIT.

      *    THE CHEQUEBOOKS FROZEN AT REGISTRATION: A SURVIVOR'S JOINT
      *    ACCOUNT, NOW ACTIVE AGAIN, GETS ITS BOOKS BACK; THE BOOKS
      *    OF THE DECEASED'S OWN (NOW CLOSED) ACCOUNTS ARE CANCELLED.
       SETTLE-ESTATE-BOOKS                                      SECTION.
           MOVE ZERO TO BOOKS-REACTIVATED
           MOVE ZERO TO BOOKS-CANCELLED
           MOVE 1 TO CHEQUE-CONTROL-KEY
           START CHEQUE-CONTROL
                   KEY IS NOT LESS THAN CHEQUE-CONTROL-KEY
               INVALID KEY
                   SET CHEQUE-CONTROL-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CHEQUE-CONTROL-OK TO TRUE
           END-START
           PERFORM UNTIL CHEQUE-CONTROL-NOT-FOUND
               READ CHEQUE-CONTROL NEXT RECORD
                   AT END
                       SET CHEQUE-CONTROL-NOT-FOUND TO TRUE
                   NOT AT END
                       IF CHQ-IS-BOOK AND CHQ-STATUS-ESTATE-FROZEN
                           MOVE CHQ-ACCOUNT-NUMBER
                               TO SEEK-ESTATE-ACCOUNT
                           PERFORM FIND-ESTATE-ACCOUNT
                           IF EA-SLOT > ZERO
                               PERFORM SETTLE-ONE-BOOK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SETTLE-ONE-BOOK                                          SECTION.
           IF EA-IS-JOINT(EA-SLOT)
               SET CHQ-STATUS-ACTIVE TO TRUE
           ELSE
               SET CHQ-STATUS-CANCELLED TO TRUE
           END-IF
           REWRITE CHEQUE-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not update chequebook "
                       CHQ-START-NUMBER ", file status: "
                       CHEQUE-CONTROL-STATUS
                   GO TO SETTLE-ONE-BOOK-EXIT
           END-REWRITE
           IF CHQ-STATUS-ACTIVE
               ADD 1 TO BOOKS-REACTIVATED
           ELSE
               ADD 1 TO BOOKS-CANCELLED
           END-IF.

       SETTLE-ONE-BOOK-EXIT.
           EXIT.

      *    COMPLETES THE ESTATE RECORD WITH THE PROBATE ORDER AND
      *    WHAT EACH HEIR WAS PAID.
       RECORD-ESTATE-PAYOUT                                     SECTION.
           MOVE ESTATE-RECORD-KEY TO ESTATE-REGISTER-KEY
           READ ESTATE-REGISTER
               INVALID KEY
                   DISPLAY "[X] Could not re-read the estate record, "
                       "file status: " ESTATE-REGISTER-STATUS
                   GO TO RECORD-ESTATE-PAYOUT-EXIT
           END-READ

           SET EST-STATUS-PAID-OUT TO TRUE
           MOVE INP-PROBATE-REF TO EST-PROBATE-REF
           MOVE TODAY-YYYYMMDD TO EST-PAYOUT-DATE
           MOVE CURRENT-OPERATOR-ID TO EST-PAYOUT-BY
           MOVE ESTATE-NET TO EST-PAYOUT-TOTAL
           MOVE INP-DENOMINATOR TO EST-SHARE-DENOMINATOR
           MOVE INP-HEIR-COUNT TO EST-HEIR-COUNT
           PERFORM RECORD-ONE-HEIR
               VARYING HEIR-I FROM 1 BY 1
               UNTIL HEIR-I > INP-HEIR-COUNT
           REWRITE ESTATE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not update the estate record, "
                       "file status: " ESTATE-REGISTER-STATUS
           END-REWRITE.

       RECORD-ESTATE-PAYOUT-EXIT.
           EXIT.

       RECORD-ONE-HEIR                                          SECTION.
           MOVE HT-NAME(HEIR-I) TO EST-HEIR-NAME(HEIR-I)
           MOVE HT-CPF(HEIR-I) TO EST-HEIR-CPF(HEIR-I)
           MOVE HT-SHARE(HEIR-I) TO EST-HEIR-SHARE(HEIR-I)
           MOVE HT-ACCOUNT(HEIR-I) TO EST-HEIR-ACCOUNT(HEIR-I)
           MOVE HT-AMOUNT(HEIR-I) TO EST-HEIR-AMOUNT(HEIR-I)
           MOVE HT-SEQUENCE(HEIR-I) TO EST-HEIR-SEQUENCE(HEIR-I).

       PRINT-ESTATE-STATEMENT                                   SECTION.
           MOVE "MAN26" TO SPOOL-PROGRAM-ID
           MOVE "ESTSTMT" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT ESTATE-REPORT

           MOVE "ESTATE STATEMENT -- DECEASED CUSTOMER"
               TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           PERFORM WRITE-DECEASED-HEADING
           MOVE SPACES TO STMT-TEXT-LINE
           STRING "PROBATE ORDER: " DELIMITED BY SIZE
                  INP-PROBATE-REF DELIMITED BY SIZE
               INTO STMT-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-TEXT

           MOVE SPACES TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           MOVE "ACCOUNTS (BALANCE BEFORE THE PAYOUT):"
               TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           PERFORM PRINT-ESTATE-ACCOUNT
               VARYING EA-I FROM 1 BY 1 UNTIL EA-I > EA-COUNT

           MOVE SPACES TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           MOVE "TERM DEPOSITS REDEEMED:" TO SC-LABEL
           MOVE TERMS-REDEEMED TO SC-COUNT
           MOVE STMT-COUNT-LINE TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           MOVE "EARLY REDEMPTION CREDITED:" TO SL-LABEL
           MOVE REDEMPTION-TOTAL TO SL-AMOUNT
           MOVE STMT-LABEL-LINE TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           MOVE "NET ESTATE PAID OUT:" TO SL-LABEL
           MOVE ESTATE-NET TO SL-AMOUNT
           MOVE STMT-LABEL-LINE TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           MOVE "CHEQUEBOOKS RETURNED TO USE:" TO SC-LABEL
           MOVE BOOKS-REACTIVATED TO SC-COUNT
           MOVE STMT-COUNT-LINE TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           MOVE "CHEQUEBOOKS CANCELLED:" TO SC-LABEL
           MOVE BOOKS-CANCELLED TO SC-COUNT
           MOVE STMT-COUNT-LINE TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT

           MOVE SPACES TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           MOVE "HEIRS (SHARE, AMOUNT PAID):" TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           PERFORM PRINT-ESTATE-HEIR
               VARYING HEIR-I FROM 1 BY 1
               UNTIL HEIR-I > INP-HEIR-COUNT

           MOVE SPACES TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           MOVE "POSTINGS DATED AFTER THE DATE OF DEATH (REVIEW):"
               TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           PERFORM FLAG-POST-DEATH-POSTINGS
           MOVE "POSTINGS FLAGGED FOR REVIEW:" TO SC-LABEL
           MOVE POSTINGS-FLAGGED TO SC-COUNT
           MOVE STMT-COUNT-LINE TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT

           MOVE SPACES TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           MOVE "SUPERVISOR SIGNATURE: ____________________________"
               TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           MOVE SPACES TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           MOVE "HEIRS' SIGNATURE:     ____________________________"
               TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT

           CLOSE ESTATE-REPORT
           PERFORM CATALOG-SPOOL-FILE

           DISPLAY "[!] Estate statement written to "
               SPOOL-FILE-NAME.

       PRINT-ESTATE-ACCOUNT                                     SECTION.
           MOVE EA-NUMBER(EA-I) TO SA-NUMBER
           PERFORM DESCRIBE-ESTATE-ACCOUNT
           MOVE EA-START-BALANCE(EA-I) TO SA-BALANCE
           MOVE STMT-ACCOUNT-LINE TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT.

       PRINT-ESTATE-HEIR                                        SECTION.
           MOVE HT-NAME(HEIR-I) TO SH-NAME
           MOVE HT-CPF(HEIR-I) TO SH-CPF
           MOVE HT-SHARE(HEIR-I) TO SH-SHARE
           MOVE INP-DENOMINATOR TO SH-DENOMINATOR
           MOVE HT-AMOUNT(HEIR-I) TO SH-AMOUNT
           MOVE STMT-HEIR-LINE TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT
           IF HT-ACCOUNT(HEIR-I) = ZERO
               MOVE "PAID OUTSIDE THE BANK FROM" TO SHP-TEXT
               MOVE EA-NUMBER(1) TO SHP-ACCOUNT
           ELSE
               MOVE "CREDITED TO ACCOUNT" TO SHP-TEXT
               MOVE HT-ACCOUNT(HEIR-I) TO SHP-ACCOUNT
           END-IF
           MOVE HT-SEQUENCE(HEIR-I) TO SHP-SEQUENCE
           MOVE STMT-HEIR-PAID-LINE TO STMT-TEXT-LINE
           PERFORM WRITE-STATEMENT-TEXT.

       WRITE-DECEASED-HEADING                                   SECTION.
           MOVE SPACES TO STMT-TEXT-LINE
           STRING "DECEASED: " DELIMITED BY SIZE
                  DECEASED-NAME DELIMITED BY SIZE
                  " CPF " DELIMITED BY SIZE
                  DECEASED-CPF DELIMITED BY SIZE
               INTO STMT-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-TEXT
           MOVE SPACES TO STMT-TEXT-LINE
           STRING "ESTATE " DELIMITED BY SIZE
                  EST-NUMBER DELIMITED BY SIZE
                  "  DATE OF DEATH " DELIMITED BY SIZE
                  EST-DATE-OF-DEATH DELIMITED BY SIZE
               INTO STMT-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-TEXT
           MOVE SPACES TO STMT-TEXT-LINE
           STRING "DEATH CERTIFICATE: " DELIMITED BY SIZE
                  EST-CERTIFICATE-REF DELIMITED BY SIZE
               INTO STMT-TEXT-LINE
           END-STRING
           PERFORM WRITE-STATEMENT-TEXT.

       DESCRIBE-ESTATE-ACCOUNT                                  SECTION.
           EVALUATE TRUE
               WHEN EA-IS-IMPLICIT(EA-I)
                   MOVE "CHECKING (OWN)" TO SA-KIND
               WHEN EA-IS-OWNED(EA-I)
                   MOVE "PRODUCT (OWN)" TO SA-KIND
               WHEN OTHER
                   MOVE "JOINT (SURVIVOR'S)" TO SA-KIND
           END-EVALUATE.

       WRITE-STATEMENT-TEXT                                     SECTION.
           MOVE STMT-TEXT-LINE TO ESTATE-REPORT-LINE
           WRITE ESTATE-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT.

      *----------------------------------------------------------------
      *    3 -- SHOW A CUSTOMER'S ESTATE RECORD.
      *----------------------------------------------------------------
       SHOW-ESTATE                                              SECTION.
           DISPLAY "[?] Account ID (CLIENT-HASH) of the deceased "
               "customer:"
           ACCEPT INP-CLIENT-HASH
           MOVE ZERO TO ESTATES-SHOWN
           MOVE 1 TO ESTATE-REGISTER-KEY
           START ESTATE-REGISTER
                   KEY IS NOT LESS THAN ESTATE-REGISTER-KEY
               INVALID KEY
                   SET ESTATE-REGISTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ESTATE-REGISTER-OK TO TRUE
           END-START
           PERFORM UNTIL ESTATE-REGISTER-NOT-FOUND
               READ ESTATE-REGISTER NEXT RECORD
                   AT END
                       SET ESTATE-REGISTER-NOT-FOUND TO TRUE
                   NOT AT END
                       IF EST-CLIENT-HASH = INP-CLIENT-HASH
                           ADD 1 TO ESTATES-SHOWN
                           PERFORM SHOW-ONE-ESTATE
                       END-IF
               END-READ
           END-PERFORM
           IF ESTATES-SHOWN = ZERO
               DISPLAY "[!] No estate on file for account "
                   INP-CLIENT-HASH
           END-IF.

       SHOW-ONE-ESTATE                                          SECTION.
           DISPLAY "[!] Estate " EST-NUMBER " -- " EST-CLIENT-NAME
           DISPLAY "    CPF " EST-CLIENT-CPF ", died "
               EST-DATE-OF-DEATH ", certificate " EST-CERTIFICATE-REF
           DISPLAY "    registered " EST-REGISTERED-DATE " by "
               EST-REGISTERED-BY
           DISPLAY "    frozen: " EST-ACCOUNTS-FROZEN " account(s), "
               EST-TERMS-FROZEN " term deposit(s), "
               EST-BOOKS-FROZEN " chequebook(s); "
               EST-POSTINGS-FLAGGED " posting(s) for review"
           IF EST-STATUS-FROZEN
               DISPLAY "    status: FROZEN, awaiting the probate "
                   "order"
           ELSE
               MOVE EST-PAYOUT-TOTAL TO EDITED-AMOUNT
               DISPLAY "    status: PAID OUT " EST-PAYOUT-DATE " by "
                   EST-PAYOUT-BY ", order " EST-PROBATE-REF
               DISPLAY "    net estate " EDITED-AMOUNT
               MOVE EST-SHARE-DENOMINATOR TO SH-DENOMINATOR
               PERFORM SHOW-RECORDED-HEIR
                   VARYING HEIR-I FROM 1 BY 1
                   UNTIL HEIR-I > EST-HEIR-COUNT
           END-IF.

       SHOW-RECORDED-HEIR                                       SECTION.
           MOVE EST-HEIR-NAME(HEIR-I) TO SH-NAME
           MOVE EST-HEIR-CPF(HEIR-I) TO SH-CPF
           MOVE EST-HEIR-SHARE(HEIR-I) TO SH-SHARE
           MOVE EST-HEIR-AMOUNT(HEIR-I) TO SH-AMOUNT
           DISPLAY "    " STMT-HEIR-LINE.

      *----------------------------------------------------------------
      *    THE ESTATE ACCOUNT TABLE.
      *----------------------------------------------------------------
      *    ENTRY 1 IS THE IMPLICIT ACCOUNT; THEN EVERY PRODUCT ACCOUNT
      *    THE DECEASED OWNS OR SHARES AS SECOND HOLDER -- AT
      *    REGISTRATION ANY NOT YET CLOSED, AT PAYOUT THOSE THE
      *    REGISTRATION FROZE.
       BUILD-ESTATE-ACCOUNTS                                    SECTION.
           SET ESTATE-TABLE-OK TO TRUE
           MOVE 1 TO EA-COUNT
           MOVE DECEASED-HASH TO EA-NUMBER(1)
           SET EA-IS-IMPLICIT(1) TO TRUE
           MOVE ZERO TO EA-START-BALANCE(1)
           MOVE ZERO TO EA-BALANCE(1)

           MOVE 1 TO ACCOUNT-MASTER-KEY
           START ACCOUNT-MASTER
                   KEY IS NOT LESS THAN ACCOUNT-MASTER-KEY
               INVALID KEY
                   SET ACCOUNT-MASTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-MASTER-OK TO TRUE
           END-START
           PERFORM UNTIL ACCOUNT-MASTER-NOT-FOUND
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET ACCOUNT-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       IF ACCT-NUMBER NOT = DECEASED-HASH
                               AND (ACCT-CLIENT-HASH = DECEASED-HASH
                               OR ACCT-SECOND-HOLDER-CPF
                                   = DECEASED-CPF)
                           PERFORM ADD-ESTATE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ESTATE-ACCOUNT                                       SECTION.
           IF BUILD-FOR-REGISTRATION AND ACCT-STATUS-CLOSED
               GO TO ADD-ESTATE-ACCOUNT-EXIT
           END-IF
           IF BUILD-FOR-PAYOUT AND NOT ACCT-STATUS-ESTATE-FROZEN
               GO TO ADD-ESTATE-ACCOUNT-EXIT
           END-IF
           IF EA-COUNT NOT < EA-LIMIT
               SET ESTATE-TABLE-OVERFLOW TO TRUE
               GO TO ADD-ESTATE-ACCOUNT-EXIT
           END-IF

           ADD 1 TO EA-COUNT
           MOVE ACCT-NUMBER TO EA-NUMBER(EA-COUNT)
           IF ACCT-CLIENT-HASH = DECEASED-HASH
               SET EA-IS-OWNED(EA-COUNT) TO TRUE
           ELSE
               SET EA-IS-JOINT(EA-COUNT) TO TRUE
           END-IF
           MOVE ZERO TO EA-START-BALANCE(EA-COUNT)
           MOVE ZERO TO EA-BALANCE(EA-COUNT).

       ADD-ESTATE-ACCOUNT-EXIT.
           EXIT.

      *    EA-SLOT COMES BACK AS SEEK-ESTATE-ACCOUNT'S ENTRY IN THE
      *    TABLE, ZERO WHEN IT IS NOT AN ESTATE ACCOUNT.
       FIND-ESTATE-ACCOUNT                                      SECTION.
           MOVE ZERO TO EA-SLOT
           PERFORM MATCH-ESTATE-ACCOUNT
               VARYING EA-J FROM 1 BY 1
               UNTIL EA-J > EA-COUNT OR EA-SLOT > ZERO.

       MATCH-ESTATE-ACCOUNT                                     SECTION.
           IF EA-NUMBER(EA-J) = SEEK-ESTATE-ACCOUNT
               MOVE EA-J TO EA-SLOT
           END-IF.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTMFND.
           COPY ACCTXOPN.
           COPY ACCTXFND.
           COPY ACCTPOPN.
           COPY ACCTPUPD.
           COPY TDPOPN.
           COPY CHQOPN.
           COPY LOANOPN.
           COPY ESTOPN.
           COPY JUDFND.
           COPY CAUFND.
           COPY PARMGET.
           COPY CALGET.
           COPY LOCKGET.
           COPY RPTCWRT.
           COPY AUDITWRT.
