       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         MAN27.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        LGPD DATA-SUBJECT REPORT. ANSWERS A
      *                    PERSON'S REQUEST TO SEE WHAT WE HOLD ABOUT
      *                    THEM: KEYED BY CPF, IT WALKS EVERY FILE
      *                    THAT CARRIES PERSONAL DATA AND SPOOLS EACH
      *                    PERSONAL FIELD FOUND, FILE BY FILE --
      *                    - CLIENT-MASTER (EVERY CUSTOMER RECORD
      *                      UNDER THE CPF, FIELD BY FIELD, KYC REVIEW
      *                      FIELDS INCLUDED);
      *                    - ACCOUNT-MASTER (ACCOUNTS THEY OWN, AND
      *                      JOINT ACCOUNTS WHERE THEY ARE THE SECOND
      *                      HOLDER, WITH THE NAME HELD THERE);
      *                    - THE PIX KEY DIRECTORY, CARD-MASTER (THE
      *                      NAME ON EVERY DEBIT CARD ON THEIR
      *                      ACCOUNTS, THE CARD NUMBER MASKED), THE
      *                      BOUNCED-CHEQUE REGISTRY (CCF) AND THE
      *                      ESTATE REGISTER (AS DECEASED OR AS HEIR);
      *                    - THE AUDIT TRAIL (EVERY ENTRY ON ONE OF
      *                      THEIR ACCOUNTS, MARKING THOSE THAT CARRY
      *                      A FULL CUSTOMER-RECORD IMAGE), EXCEPT THE
      *                      AML MONITOR'S ENTRIES (BAT25, MAN28) --
      *                      LEI 9.613 FORBIDS TELLING A CUSTOMER THEY
      *                      HAVE BEEN FLAGGED OR REPORTED;
      *                    - THE EXTRACTS LAST WRITTEN BY BAT14
      *                      (NOTIFICATIONS), BAT1 (CRM CSV) AND
      *                      BAT21 (FGC COVERAGE).
      *                    LEDGER ENTRIES HOLD ACCOUNT NUMBERS AND
      *                    AMOUNTS ONLY AND ARE COUNTED, NOT LISTED.
      *                    THE REPORT ITSELF IS STAMPED TO THE AUDIT
      *                    TRAIL. SUPERVISOR-ONLY, REACHED FROM MAN0.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY ACCTXSEL.
           COPY PIXKSEL.
           COPY CARDSEL.
           COPY CCFSEL.
           COPY ESTSEL.
           COPY AUDITSEL.
           SELECT NOTIFY-EXTRACT
               ASSIGN TO "data/NOTIFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-EXTRACT-STATUS.
           SELECT CUSTOMER-CSV
               ASSIGN TO "data/CLIENTS.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-CSV-STATUS.
           SELECT FGC-COVERAGE-FILE
               ASSIGN TO "data/FGCCOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FGC-COVERAGE-STATUS.
           SELECT SUBJECT-REPORT
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-REPORT-STATUS.
           COPY RPTCSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENTREC.
       FD  ACCOUNT-MASTER.
           COPY ACCTMREC.
       FD  ACCOUNT-TXN.
           COPY ACCTXREC.
       FD  PIX-KEY-DIRECTORY.
           COPY PIXKREC.
       FD  CARD-MASTER.
           COPY CARDREC.
       FD  CCF-REGISTRY.
           COPY CCFREC.
       FD  ESTATE-REGISTER.
           COPY ESTREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.

      *    SAME LAYOUT AS BAT14'S NOTIFY-RECORD.
       FD  NOTIFY-EXTRACT.
       01  NOTIFY-RECORD.
           02  NFY-CLIENT-HASH               PIC 9(10).
           02  NFY-ACCOUNT-NUMBER            PIC 9(10).
           02  NFY-EVENT-CODE                PIC X(8).
           02  NFY-AMOUNT                    PIC 9(9)V99.
           02  NFY-PHONE                     PIC X(15).
           02  NFY-EMAIL                     PIC X(40).

      *    BAT1'S CSV LINE -- THE ACCOUNT ID LEADS EVERY DETAIL LINE;
      *    THE HEADING LINE'S FIRST TEN BYTES ARE NOT NUMERIC.
       FD  CUSTOMER-CSV.
       01  CUSTOMER-CSV-LINE.
           02  CSV-LINE-ACCOUNT-ID           PIC X(10).
           02  CSV-LINE-REST                 PIC X(90).

      *    SAME LAYOUT AS BAT21'S FGC-COVERAGE-RECORD.
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

       FD  SUBJECT-REPORT.
       01  SUBJECT-REPORT-LINE                PIC X(80).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY ACCTXSTA.
           COPY PIXKSTA.
           COPY CARDSTA.
           COPY CCFSTA.
           COPY ESTSTA.
           COPY AUDITSTA.
           COPY RPTCSTA.
           COPY OPERSTA.
       77  NOTIFY-EXTRACT-STATUS              PIC XX.
           88  NOTIFY-EXTRACT-MISSING           VALUE "35".
       77  CUSTOMER-CSV-STATUS                PIC XX.
           88  CUSTOMER-CSV-MISSING             VALUE "35".
       77  FGC-COVERAGE-STATUS                PIC XX.
           88  FGC-COVERAGE-MISSING             VALUE "35".
       77  SUBJECT-REPORT-STATUS              PIC XX.
       77  EXTRACT-EOF-SW                     PIC X.
           88  EXTRACT-EOF                      VALUE "Y".
       77  TODAY-YYYYMMDD                     PIC 9(8).
       77  INP-SUBJECT-CPF                    PIC 9(11).
      *    EVERY CUSTOMER RECORD UNDER THE CPF (A CUSTOMER CLOSED AND
      *    REGISTERED AGAIN HAS TWO) ...
       01  SUBJECT-HASH-TABLE.
           02  SH-HASH                       PIC 9(10) OCCURS 10 TIMES.
       77  SH-COUNT                           PIC 9(2).
       77  SH-I                               PIC 9(2).
      *    ... AND EVERY ACCOUNT THEY HOLD: THEIR IMPLICIT ACCOUNTS,
      *    PRODUCT ACCOUNTS THEY OWN, AND JOINT ACCOUNTS WHERE THEY
      *    ARE THE SECOND HOLDER.
       01  SUBJECT-ACCOUNT-TABLE.
           02  SA-NUMBER                     PIC 9(10) OCCURS 50 TIMES.
       77  SA-COUNT                           PIC 9(2).
       77  SA-LIMIT                           PIC 9(2) VALUE 50.
       77  SA-I                               PIC 9(2).
       77  SA-SLOT                            PIC 9(2).
       77  SEEK-SUBJECT-ACCOUNT               PIC 9(10).
       77  SUBJECT-TABLE-SW                   PIC X.
           88  SUBJECT-TABLE-OK                 VALUE "Y".
           88  SUBJECT-TABLE-OVERFLOW           VALUE "N".
       77  SECTION-HITS                       PIC 9(6).
       77  FILES-HOLDING-DATA                 PIC 9(2).
       77  LEDGER-ENTRIES                     PIC 9(8).
       77  IMAGES-FOUND                       PIC 9(6).
       77  CLIENT-IMAGE-SW                    PIC X.
           88  AUDIT-HOLDS-CLIENT-IMAGE         VALUE "Y".
           88  AUDIT-HOLDS-OTHER-VALUES         VALUE "N".
       01  SUBJECT-AUDIT-DETAIL.
           02  FILLER                         PIC X(19) VALUE
               "DATA-SUBJECT CPF ".
           02  SAD-CPF                        PIC 9(11).
           02  FILLER                         PIC X(11) VALUE
               " CUSTOMERS ".
           02  SAD-CUSTOMERS                  PIC 9(2).
           02  FILLER                         PIC X(07) VALUE
               " FILES ".
           02  SAD-FILES                      PIC 9(2).
       01  REPORT-TITLE-LINE.
           02  FILLER                        PIC X(31) VALUE
               "LGPD DATA-SUBJECT REPORT -- CPF".
           02  FILLER                        PIC X(01) VALUE SPACE.
           02  RTL-CPF                       PIC 9(11).
           02  FILLER                        PIC X(08) VALUE
               "   DATE ".
           02  RTL-DATE                      PIC 9(8).
       01  REPORT-SECTION-LINE               PIC X(80).
       01  SUBJECT-FIELD-LINE.
           02  FILLER                        PIC X(04) VALUE SPACES.
           02  SF-LABEL                      PIC X(20).
           02  SF-VALUE                      PIC X(56).
       01  REPORT-COUNT-LINE.
           02  FILLER                        PIC X(04) VALUE SPACES.
           02  RC-LABEL                      PIC X(40).
           02  RC-VALUE                      PIC ZZZ,ZZZ,ZZ9.
       01  ACCOUNT-DETAIL-LINE.
           02  FILLER                        PIC X(04) VALUE SPACES.
           02  AD-NUMBER                     PIC 9(10).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  AD-ROLE                       PIC X(14).
           02  FILLER                        PIC X(08) VALUE
               " STATUS ".
           02  AD-STATUS                     PIC X.
           02  FILLER                        PIC X(08) VALUE
               " OPENED ".
           02  AD-OPEN-DATE                  PIC 9(8).
       01  AUDIT-DETAIL-LINE.
           02  FILLER                        PIC X(04) VALUE SPACES.
           02  ADL-TIMESTAMP                 PIC 9(14).
           02  FILLER                        PIC X(01) VALUE SPACE.
           02  ADL-PROGRAM                   PIC X(8).
           02  FILLER                        PIC X(01) VALUE SPACE.
           02  ADL-ACTION                    PIC X(10).
           02  FILLER                        PIC X(01) VALUE SPACE.
           02  ADL-ACCOUNT                   PIC 9(10).
           02  FILLER                        PIC X(01) VALUE SPACE.
           02  ADL-CONTENT                   PIC X(20).

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
           DISPLAY " LGPD DATA-SUBJECT REPORT"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""
           DISPLAY "[?] CPF of the data subject (11 digits, 0 to "
               "cancel):"
           ACCEPT INP-SUBJECT-CPF
           IF INP-SUBJECT-CPF = ZERO
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
           MOVE ZERO TO FILES-HOLDING-DATA
           MOVE ZERO TO SH-COUNT
           MOVE ZERO TO SA-COUNT
           SET SUBJECT-TABLE-OK TO TRUE

           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-PIX-KEY-DIRECTORY
           PERFORM OPEN-CARD-MASTER
           PERFORM OPEN-CCF-REGISTRY
           PERFORM OPEN-ESTATE-REGISTER

           MOVE "MAN27" TO SPOOL-PROGRAM-ID
           MOVE "LGPDSUBJ" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT SUBJECT-REPORT
           MOVE INP-SUBJECT-CPF TO RTL-CPF
           MOVE TODAY-YYYYMMDD TO RTL-DATE
           MOVE REPORT-TITLE-LINE TO SUBJECT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM REPORT-CUSTOMER-MASTER
           PERFORM REPORT-ACCOUNT-MASTER
           PERFORM REPORT-LEDGER
           PERFORM REPORT-PIX-KEYS
           PERFORM REPORT-CARD-MASTER
           PERFORM REPORT-CCF-REGISTRY
           PERFORM REPORT-ESTATE-REGISTER
           PERFORM REPORT-AUDIT-TRAIL
           PERFORM REPORT-NOTIFY-EXTRACT
           PERFORM REPORT-CUSTOMER-CSV
           PERFORM REPORT-FGC-COVERAGE

           MOVE SPACES TO SUBJECT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "FILES HOLDING THE SUBJECT'S PERSONAL DATA:"
               TO RC-LABEL
           MOVE FILES-HOLDING-DATA TO RC-VALUE
           MOVE REPORT-COUNT-LINE TO SUBJECT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF SUBJECT-TABLE-OVERFLOW
               MOVE "[X] MORE THAN 10 CUSTOMER RECORDS OR 50 ACCOUNTS "
                   TO SUBJECT-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "    -- THE EXTRA ONES WERE NOT FOLLOWED UP."
                   TO SUBJECT-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "[X] The subject holds more records than the "
                   "report can follow -- see the report."
           END-IF

           CLOSE SUBJECT-REPORT
           PERFORM CATALOG-SPOOL-FILE

           CLOSE CLIENT-MASTER ACCOUNT-MASTER ACCOUNT-TXN
               PIX-KEY-DIRECTORY CARD-MASTER CCF-REGISTRY
               ESTATE-REGISTER

      *    WHO LOOKED AT WHOSE DATA IS ITSELF ON RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "MAN27" TO AUDIT-PROGRAM
           MOVE "LGPDREPORT" TO AUDIT-ACTION
           IF SH-COUNT > ZERO
               MOVE SH-HASH(1) TO AUDIT-ACCOUNT-ID
           ELSE
               MOVE ZERO TO AUDIT-ACCOUNT-ID
           END-IF
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           MOVE INP-SUBJECT-CPF TO SAD-CPF
           MOVE SH-COUNT TO SAD-CUSTOMERS
           MOVE FILES-HOLDING-DATA TO SAD-FILES
           MOVE SUBJECT-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL

           DISPLAY "[!] Customer records under the CPF: " SH-COUNT
           DISPLAY "[!] Accounts held:                  " SA-COUNT
           DISPLAY "[!] Files holding personal data:    "
               FILES-HOLDING-DATA
           DISPLAY "[!] Report written to " SPOOL-FILE-NAME
           GOBACK.

      *----------------------------------------------------------------
      *    1 -- CLIENT-MASTER. EVERY RECORD UNDER THE CPF, EVERY
      *    FIELD; EACH ONE'S IMPLICIT ACCOUNT STARTS THE ACCOUNT
      *    TABLE.
      *----------------------------------------------------------------
       REPORT-CUSTOMER-MASTER                                   SECTION.
           MOVE "1 CUSTOMER MASTER (data/CLIENTMS.DAT)"
               TO REPORT-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO SECTION-HITS

           MOVE 1 TO CLIENT-MASTER-KEY
           START CLIENT-MASTER
                   KEY IS NOT LESS THAN CLIENT-MASTER-KEY
               INVALID KEY
                   SET CLIENT-MASTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CLIENT-MASTER-OK TO TRUE
           END-START
           PERFORM UNTIL CLIENT-MASTER-NOT-FOUND
               READ CLIENT-MASTER NEXT RECORD
                   AT END
                       SET CLIENT-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       IF CLIENT-CPF = INP-SUBJECT-CPF
                           PERFORM REPORT-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-REPORT-SECTION.

       REPORT-ONE-CUSTOMER                                      SECTION.
           ADD 1 TO SECTION-HITS
           IF SH-COUNT < 10
               ADD 1 TO SH-COUNT
               MOVE CLIENT-HASH TO SH-HASH(SH-COUNT)
           ELSE
               SET SUBJECT-TABLE-OVERFLOW TO TRUE
           END-IF
           MOVE CLIENT-HASH TO SEEK-SUBJECT-ACCOUNT
           PERFORM ADD-SUBJECT-ACCOUNT

           MOVE "CUSTOMER / ACCOUNT" TO SF-LABEL
           MOVE CLIENT-HASH TO SF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "NAME" TO SF-LABEL
           MOVE CLIENT-NAME TO SF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "DATE OF BIRTH" TO SF-LABEL
           MOVE CLIENT-DATE-OF-BIRTH TO SF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "CPF" TO SF-LABEL
           MOVE CLIENT-CPF TO SF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "STATUS" TO SF-LABEL
           MOVE SPACES TO SF-VALUE
           STRING CLIENT-STATUS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLIENT-INACTIVE-REASON DELIMITED BY SIZE
               INTO SF-VALUE
           END-STRING
           PERFORM WRITE-FIELD-LINE
           MOVE "HOME BRANCH" TO SF-LABEL
           MOVE CLIENT-BRANCH-CODE TO SF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "STREET" TO SF-LABEL
           MOVE CLIENT-STREET TO SF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "CITY / STATE" TO SF-LABEL
           MOVE SPACES TO SF-VALUE
           STRING CLIENT-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLIENT-STATE DELIMITED BY SIZE
               INTO SF-VALUE
           END-STRING
           PERFORM WRITE-FIELD-LINE
           MOVE "POSTAL CODE" TO SF-LABEL
           MOVE CLIENT-POSTAL-CODE TO SF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "PHONE" TO SF-LABEL
           MOVE CLIENT-PHONE TO SF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "E-MAIL" TO SF-LABEL
           MOVE CLIENT-EMAIL TO SF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "KYC RISK RATING" TO SF-LABEL
           MOVE CLIENT-KYC-RISK TO SF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE "KYC LAST REVIEW" TO SF-LABEL
           MOVE SPACES TO SF-VALUE
           STRING CLIENT-KYC-REVIEW-DATE DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  CLIENT-KYC-REVIEWER DELIMITED BY SIZE
               INTO SF-VALUE
           END-STRING
           PERFORM WRITE-FIELD-LINE
           MOVE "KYC DOCUMENTS" TO SF-LABEL
           MOVE SPACES TO SF-VALUE
           STRING "IDENTITY " DELIMITED BY SIZE
                  CLIENT-KYC-DOC-IDENTITY DELIMITED BY SIZE
                  " CPF " DELIMITED BY SIZE
                  CLIENT-KYC-DOC-CPF DELIMITED BY SIZE
                  " ADDRESS " DELIMITED BY SIZE
                  CLIENT-KYC-DOC-ADDRESS DELIMITED BY SIZE
                  " INCOME " DELIMITED BY SIZE
                  CLIENT-KYC-DOC-INCOME DELIMITED BY SIZE
               INTO SF-VALUE
           END-STRING
           PERFORM WRITE-FIELD-LINE
           MOVE "KYC BLOCKED SINCE" TO SF-LABEL
           MOVE CLIENT-KYC-BLOCKED-DATE TO SF-VALUE
           PERFORM WRITE-FIELD-LINE.

      *----------------------------------------------------------------
      *    2 -- ACCOUNT-MASTER. PRODUCT ACCOUNTS (AND ENROLLMENT
      *    RECORDS) OWNED BY ONE OF THE SUBJECT'S CUSTOMER RECORDS,
      *    AND JOINT ACCOUNTS CARRYING THE SUBJECT AS SECOND HOLDER.
      *----------------------------------------------------------------
       REPORT-ACCOUNT-MASTER                                    SECTION.
           MOVE "2 ACCOUNT MASTER (data/ACCTMST.DAT)"
               TO REPORT-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO SECTION-HITS

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
                       PERFORM REPORT-ONE-ACCOUNT
               END-READ
           END-PERFORM
           PERFORM CLOSE-REPORT-SECTION.

       REPORT-ONE-ACCOUNT                                       SECTION.
           MOVE ACCT-CLIENT-HASH TO SEEK-SUBJECT-ACCOUNT
           PERFORM FIND-SUBJECT-HASH
           IF SA-SLOT > ZERO
               MOVE "OWNER" TO AD-ROLE
           ELSE
               IF ACCT-SECOND-HOLDER-CPF NUMERIC
                       AND ACCT-SECOND-HOLDER-CPF = INP-SUBJECT-CPF
                   MOVE "SECOND HOLDER" TO AD-ROLE
               ELSE
                   GO TO REPORT-ONE-ACCOUNT-EXIT
               END-IF
           END-IF

           ADD 1 TO SECTION-HITS
           MOVE ACCT-NUMBER TO SEEK-SUBJECT-ACCOUNT
           PERFORM ADD-SUBJECT-ACCOUNT
           MOVE ACCT-NUMBER TO AD-NUMBER
           MOVE ACCT-STATUS TO AD-STATUS
           MOVE ACCT-OPEN-DATE TO AD-OPEN-DATE
           MOVE ACCOUNT-DETAIL-LINE TO SUBJECT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF AD-ROLE = "SECOND HOLDER"
               MOVE "NAME AS HELD" TO SF-LABEL
               MOVE ACCT-SECOND-HOLDER-NAME TO SF-VALUE
               PERFORM WRITE-FIELD-LINE
           END-IF.

       REPORT-ONE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    3 -- THE LEDGER. NO PERSONAL FIELDS, ONLY ACCOUNT NUMBERS
      *    AND AMOUNTS KEPT FOR THE BOOKS -- COUNTED, NOT LISTED.
      *----------------------------------------------------------------
       REPORT-LEDGER                                            SECTION.
           MOVE "3 LEDGER (data/ACCTTXN.DAT), AMOUNTS ONLY"
               TO REPORT-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO LEDGER-ENTRIES

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
                       MOVE TXN-ACCOUNT-HASH TO SEEK-SUBJECT-ACCOUNT
                       PERFORM FIND-SUBJECT-ACCOUNT
                       IF SA-SLOT > ZERO
                           ADD 1 TO LEDGER-ENTRIES
                       END-IF
               END-READ
           END-PERFORM

           MOVE "LEDGER ENTRIES ON THE SUBJECT'S ACCOUNTS:"
               TO RC-LABEL
           MOVE LEDGER-ENTRIES TO RC-VALUE
           MOVE REPORT-COUNT-LINE TO SUBJECT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      *    4 -- PIX KEYS. A CPF, PHONE OR E-MAIL KEY IS PERSONAL DATA
      *    IN ITS OWN RIGHT, DELETED KEYS INCLUDED.
      *----------------------------------------------------------------
       REPORT-PIX-KEYS                                          SECTION.
           MOVE "4 PIX KEY DIRECTORY (data/PIXKEYS.DAT)"
               TO REPORT-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO SECTION-HITS

           MOVE 1 TO PIX-KEY-DIRECTORY-KEY
           START PIX-KEY-DIRECTORY
                   KEY IS NOT LESS THAN PIX-KEY-DIRECTORY-KEY
               INVALID KEY
                   SET PIX-KEY-DIRECTORY-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET PIX-KEY-DIRECTORY-OK TO TRUE
           END-START
           PERFORM UNTIL PIX-KEY-DIRECTORY-NOT-FOUND
               READ PIX-KEY-DIRECTORY NEXT RECORD
                   AT END
                       SET PIX-KEY-DIRECTORY-NOT-FOUND TO TRUE
                   NOT AT END
                       MOVE PIXK-CLIENT-HASH TO SEEK-SUBJECT-ACCOUNT
                       PERFORM FIND-SUBJECT-HASH
                       IF SA-SLOT > ZERO
                           ADD 1 TO SECTION-HITS
                           MOVE SPACES TO SF-LABEL
                           STRING "KEY TYPE " DELIMITED BY SIZE
                                  PIXK-KEY-TYPE DELIMITED BY SIZE
                                  " STATUS " DELIMITED BY SIZE
                                  PIXK-STATUS DELIMITED BY SIZE
                               INTO SF-LABEL
                           END-STRING
                           MOVE PIXK-KEY-VALUE TO SF-VALUE
                           PERFORM WRITE-FIELD-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-REPORT-SECTION.

      *----------------------------------------------------------------
      *    5 -- DEBIT CARDS ON THE SUBJECT'S ACCOUNTS, DEAD CARDS
      *    INCLUDED -- THE NAME EMBOSSED IS PERSONAL DATA. THE CARD
      *    NUMBER PRINTS MASKED, BIN AND LAST FOUR ONLY, AS BAT29'S.
      *----------------------------------------------------------------
       REPORT-CARD-MASTER                                       SECTION.
           MOVE "5 CARD MASTER (data/CARDMST.DAT)"
               TO REPORT-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO SECTION-HITS

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
                       MOVE CRD-ACCOUNT-NUMBER TO SEEK-SUBJECT-ACCOUNT
                       PERFORM FIND-SUBJECT-ACCOUNT
                       IF SA-SLOT > ZERO
                           ADD 1 TO SECTION-HITS
                           MOVE SPACES TO SF-LABEL
                           STRING "CARD STATUS " DELIMITED BY SIZE
                                  CRD-STATUS DELIMITED BY SIZE
                               INTO SF-LABEL
                           END-STRING
                           MOVE SPACES TO SF-VALUE
                           STRING CRD-NUMBER-BIN DELIMITED BY SIZE
                                  "******" DELIMITED BY SIZE
                                  CRD-NUMBER(13:4) DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  CRD-HOLDER-NAME DELIMITED BY SIZE
                               INTO SF-VALUE
                           END-STRING
                           PERFORM WRITE-FIELD-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-REPORT-SECTION.

      *----------------------------------------------------------------
      *    6 -- BOUNCED-CHEQUE REGISTRY, SETTLED OCCURRENCES INCLUDED.
      *----------------------------------------------------------------
       REPORT-CCF-REGISTRY                                      SECTION.
           MOVE "6 BOUNCED-CHEQUE REGISTRY (data/CCFREG.DAT)"
               TO REPORT-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO SECTION-HITS

           MOVE 1 TO CCF-REGISTRY-KEY
           START CCF-REGISTRY
                   KEY IS NOT LESS THAN CCF-REGISTRY-KEY
               INVALID KEY
                   SET CCF-REGISTRY-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CCF-REGISTRY-OK TO TRUE
           END-START
           PERFORM UNTIL CCF-REGISTRY-NOT-FOUND
               READ CCF-REGISTRY NEXT RECORD
                   AT END
                       SET CCF-REGISTRY-NOT-FOUND TO TRUE
                   NOT AT END
                       IF CCF-CPF = INP-SUBJECT-CPF
                           ADD 1 TO SECTION-HITS
                           MOVE "NAME AS REPORTED" TO SF-LABEL
                           MOVE CCF-CLIENT-NAME TO SF-VALUE
                           PERFORM WRITE-FIELD-LINE
                           MOVE "CHEQUE / ACCOUNT" TO SF-LABEL
                           MOVE SPACES TO SF-VALUE
                           STRING CCF-CHEQUE-NUMBER DELIMITED BY SIZE
                                  " / " DELIMITED BY SIZE
                                  CCF-ACCOUNT-NUMBER DELIMITED BY SIZE
                                  " STATUS " DELIMITED BY SIZE
                                  CCF-STATUS DELIMITED BY SIZE
                               INTO SF-VALUE
                           END-STRING
                           PERFORM WRITE-FIELD-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-REPORT-SECTION.

      *----------------------------------------------------------------
      *    7 -- ESTATE REGISTER, AS THE DECEASED OR AS AN HEIR.
      *----------------------------------------------------------------
       REPORT-ESTATE-REGISTER                                   SECTION.
           MOVE "7 ESTATE REGISTER (data/ESTATE.DAT)"
               TO REPORT-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO SECTION-HITS

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
                       PERFORM REPORT-ONE-ESTATE
               END-READ
           END-PERFORM
           PERFORM CLOSE-REPORT-SECTION.

       REPORT-ONE-ESTATE                                        SECTION.
           IF EST-CLIENT-CPF = INP-SUBJECT-CPF
               ADD 1 TO SECTION-HITS
               MOVE "DECEASED, ESTATE" TO SF-LABEL
               MOVE SPACES TO SF-VALUE
               STRING EST-NUMBER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EST-CLIENT-NAME DELIMITED BY SIZE
                   INTO SF-VALUE
               END-STRING
               PERFORM WRITE-FIELD-LINE
               MOVE "DATE OF DEATH" TO SF-LABEL
               MOVE EST-DATE-OF-DEATH TO SF-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE "DEATH CERTIFICATE" TO SF-LABEL
               MOVE EST-CERTIFICATE-REF TO SF-VALUE
               PERFORM WRITE-FIELD-LINE
           END-IF
           PERFORM REPORT-ESTATE-HEIR
               VARYING SH-I FROM 1 BY 1
               UNTIL SH-I > EST-HEIR-COUNT OR SH-I > 10.

       REPORT-ESTATE-HEIR                                       SECTION.
           IF EST-HEIR-CPF(SH-I) = INP-SUBJECT-CPF
               ADD 1 TO SECTION-HITS
               MOVE "HEIR OF ESTATE" TO SF-LABEL
               MOVE SPACES TO SF-VALUE
               STRING EST-NUMBER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EST-HEIR-NAME(SH-I) DELIMITED BY SIZE
                   INTO SF-VALUE
               END-STRING
               PERFORM WRITE-FIELD-LINE
           END-IF.

      *----------------------------------------------------------------
      *    8 -- AUDIT TRAIL. EVERY ENTRY AGAINST ONE OF THE SUBJECT'S
      *    ACCOUNTS; THE CUSTOMER-FILE PROGRAMS' ENTRIES CARRY A FULL
      *    CLIENT-INFO IMAGE (SAME RULE AS MAN12'S DECODING). THE AML
      *    MONITOR'S ALERTS AND COAF DECISIONS ARE LEFT OUT: DISCLOSING
      *    THEM TO THE SUBJECT IS THE TIPPING-OFF LEI 9.613 FORBIDS.
      *----------------------------------------------------------------
       REPORT-AUDIT-TRAIL                                       SECTION.
           MOVE "8 AUDIT TRAIL (data/AUDITTRL.LOG)"
               TO REPORT-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO SECTION-HITS
           MOVE ZERO TO IMAGES-FOUND

           OPEN INPUT AUDIT-TRAIL
           IF AUDIT-TRAIL-MISSING
               PERFORM CLOSE-REPORT-SECTION
               GO TO REPORT-AUDIT-TRAIL-EXIT
           END-IF
           MOVE "N" TO EXTRACT-EOF-SW
           PERFORM UNTIL EXTRACT-EOF
               READ AUDIT-TRAIL
                   AT END
                       SET EXTRACT-EOF TO TRUE
                   NOT AT END
                       MOVE AUDIT-ACCOUNT-ID TO SEEK-SUBJECT-ACCOUNT
                       PERFORM FIND-SUBJECT-ACCOUNT
                       IF SA-SLOT > ZERO
                               AND AUDIT-PROGRAM NOT = "BAT25"
                               AND AUDIT-PROGRAM NOT = "MAN28"
                           PERFORM REPORT-ONE-AUDIT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-TRAIL

           MOVE "OF THESE, FULL CUSTOMER-RECORD IMAGES:" TO RC-LABEL
           MOVE IMAGES-FOUND TO RC-VALUE
           MOVE REPORT-COUNT-LINE TO SUBJECT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM CLOSE-REPORT-SECTION.

       REPORT-AUDIT-TRAIL-EXIT.
           EXIT.

       REPORT-ONE-AUDIT-ENTRY                                   SECTION.
           ADD 1 TO SECTION-HITS
           IF ((AUDIT-PROGRAM = "MAN1" OR "BAT2")
                       AND AUDIT-ACTION = "REGISTER")
                   OR AUDIT-PROGRAM = "MAN6" OR "MAN7"
                   OR (AUDIT-PROGRAM = "MAN26"
                       AND AUDIT-ACTION = "DECEASED")
               SET AUDIT-HOLDS-CLIENT-IMAGE TO TRUE
               ADD 1 TO IMAGES-FOUND
               MOVE "CUSTOMER RECORD" TO ADL-CONTENT
           ELSE
               SET AUDIT-HOLDS-OTHER-VALUES TO TRUE
               MOVE "TRANSACTION DETAIL" TO ADL-CONTENT
           END-IF
           MOVE AUDIT-TIMESTAMP TO ADL-TIMESTAMP
           MOVE AUDIT-PROGRAM TO ADL-PROGRAM
           MOVE AUDIT-ACTION TO ADL-ACTION
           MOVE AUDIT-ACCOUNT-ID TO ADL-ACCOUNT
           MOVE AUDIT-DETAIL-LINE TO SUBJECT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      *    9/10/11 -- THE EXTRACTS AS LAST WRITTEN. EACH IS REPLACED
      *    ON ITS JOB'S NEXT RUN; ONE NOT ON DISK IS SAID SO.
      *----------------------------------------------------------------
       REPORT-NOTIFY-EXTRACT                                    SECTION.
           MOVE "9 NOTIFICATION EXTRACT, BAT14 (data/NOTIFY.DAT)"
               TO REPORT-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO SECTION-HITS

           OPEN INPUT NOTIFY-EXTRACT
           IF NOTIFY-EXTRACT-MISSING
               PERFORM WRITE-EXTRACT-MISSING
               GO TO REPORT-NOTIFY-EXTRACT-EXIT
           END-IF
           MOVE "N" TO EXTRACT-EOF-SW
           PERFORM UNTIL EXTRACT-EOF
               READ NOTIFY-EXTRACT
                   AT END
                       SET EXTRACT-EOF TO TRUE
                   NOT AT END
                       MOVE NFY-CLIENT-HASH TO SEEK-SUBJECT-ACCOUNT
                       PERFORM FIND-SUBJECT-HASH
                       IF SA-SLOT > ZERO
                           ADD 1 TO SECTION-HITS
                           MOVE "PHONE" TO SF-LABEL
                           MOVE NFY-PHONE TO SF-VALUE
                           PERFORM WRITE-FIELD-LINE
                           MOVE "E-MAIL" TO SF-LABEL
                           MOVE NFY-EMAIL TO SF-VALUE
                           PERFORM WRITE-FIELD-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTIFY-EXTRACT
           PERFORM CLOSE-REPORT-SECTION.

       REPORT-NOTIFY-EXTRACT-EXIT.
           EXIT.

       REPORT-CUSTOMER-CSV                                      SECTION.
           MOVE "10 CRM CSV EXPORT, BAT1 (data/CLIENTS.CSV)"
               TO REPORT-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO SECTION-HITS

           OPEN INPUT CUSTOMER-CSV
           IF CUSTOMER-CSV-MISSING
               PERFORM WRITE-EXTRACT-MISSING
               GO TO REPORT-CUSTOMER-CSV-EXIT
           END-IF
           MOVE "N" TO EXTRACT-EOF-SW
           PERFORM UNTIL EXTRACT-EOF
               READ CUSTOMER-CSV
                   AT END
                       SET EXTRACT-EOF TO TRUE
                   NOT AT END
                       IF CSV-LINE-ACCOUNT-ID NUMERIC
                           MOVE CSV-LINE-ACCOUNT-ID
                               TO SEEK-SUBJECT-ACCOUNT
                           PERFORM FIND-SUBJECT-HASH
                           IF SA-SLOT > ZERO
                               ADD 1 TO SECTION-HITS
                               MOVE "NAME, BIRTH DATE" TO SF-LABEL
                               MOVE CSV-LINE-REST TO SF-VALUE
                               PERFORM WRITE-FIELD-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-CSV
           PERFORM CLOSE-REPORT-SECTION.

       REPORT-CUSTOMER-CSV-EXIT.
           EXIT.

       REPORT-FGC-COVERAGE                                      SECTION.
           MOVE "11 FGC COVERAGE FILE, BAT21 (data/FGCCOV.DAT)"
               TO REPORT-SECTION-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO SECTION-HITS

           OPEN INPUT FGC-COVERAGE-FILE
           IF FGC-COVERAGE-MISSING
               PERFORM WRITE-EXTRACT-MISSING
               GO TO REPORT-FGC-COVERAGE-EXIT
           END-IF
           MOVE "N" TO EXTRACT-EOF-SW
           PERFORM UNTIL EXTRACT-EOF
               READ FGC-COVERAGE-FILE
                   AT END
                       SET EXTRACT-EOF TO TRUE
                   NOT AT END
                       IF FCV-CPF = INP-SUBJECT-CPF
                           ADD 1 TO SECTION-HITS
                           MOVE "NAME AS REPORTED" TO SF-LABEL
                           MOVE FCV-NAME TO SF-VALUE
                           PERFORM WRITE-FIELD-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FGC-COVERAGE-FILE
           PERFORM CLOSE-REPORT-SECTION.

       REPORT-FGC-COVERAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    REPORT PLUMBING.
      *----------------------------------------------------------------
       WRITE-SECTION-HEADING                                    SECTION.
           MOVE SPACES TO SUBJECT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE REPORT-SECTION-LINE TO SUBJECT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    A FILE WITH ANY HIT COUNTS TOWARD THE FILES-HOLDING TOTAL.
       CLOSE-REPORT-SECTION                                     SECTION.
           IF SECTION-HITS = ZERO
               MOVE "    NOTHING HELD." TO SUBJECT-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               ADD 1 TO FILES-HOLDING-DATA
           END-IF.

       WRITE-EXTRACT-MISSING                                    SECTION.
           MOVE "    NOT ON DISK -- NOTHING HELD." TO
               SUBJECT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-FIELD-LINE                                         SECTION.
           MOVE SUBJECT-FIELD-LINE TO SUBJECT-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE                                        SECTION.
           WRITE SUBJECT-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT.

      *----------------------------------------------------------------
      *    THE SUBJECT TABLES.
      *----------------------------------------------------------------
       ADD-SUBJECT-ACCOUNT                                      SECTION.
           PERFORM FIND-SUBJECT-ACCOUNT
           IF SA-SLOT > ZERO
               GO TO ADD-SUBJECT-ACCOUNT-EXIT
           END-IF
           IF SA-COUNT NOT < SA-LIMIT
               SET SUBJECT-TABLE-OVERFLOW TO TRUE
               GO TO ADD-SUBJECT-ACCOUNT-EXIT
           END-IF
           ADD 1 TO SA-COUNT
           MOVE SEEK-SUBJECT-ACCOUNT TO SA-NUMBER(SA-COUNT).

       ADD-SUBJECT-ACCOUNT-EXIT.
           EXIT.

      *    SA-SLOT COMES BACK AS SEEK-SUBJECT-ACCOUNT'S ENTRY IN THE
      *    ACCOUNT TABLE, ZERO WHEN IT IS NOT ONE OF THE SUBJECT'S.
       FIND-SUBJECT-ACCOUNT                                     SECTION.
           MOVE ZERO TO SA-SLOT
           PERFORM MATCH-SUBJECT-ACCOUNT
               VARYING SA-I FROM 1 BY 1
               UNTIL SA-I > SA-COUNT OR SA-SLOT > ZERO.

       MATCH-SUBJECT-ACCOUNT                                    SECTION.
           IF SA-NUMBER(SA-I) = SEEK-SUBJECT-ACCOUNT
               MOVE SA-I TO SA-SLOT
           END-IF.

      *    SAME, AGAINST THE SUBJECT'S CUSTOMER RECORDS ONLY.
       FIND-SUBJECT-HASH                                        SECTION.
           MOVE ZERO TO SA-SLOT
           PERFORM MATCH-SUBJECT-HASH
               VARYING SH-I FROM 1 BY 1
               UNTIL SH-I > SH-COUNT OR SA-SLOT > ZERO.

       MATCH-SUBJECT-HASH                                       SECTION.
           IF SH-HASH(SH-I) = SEEK-SUBJECT-ACCOUNT
               MOVE SH-I TO SA-SLOT
           END-IF.

           COPY CLIENTOPN.
           COPY ACCTMOPN.
           COPY ACCTXOPN.
           COPY PIXKOPN.
           COPY CARDOPN.
           COPY CCFOPN.
           COPY ESTOPN.
           COPY RPTCWRT.
           COPY AUDITWRT.
