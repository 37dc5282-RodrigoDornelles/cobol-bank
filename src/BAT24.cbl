       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         BAT24.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        LGPD ANONYMIZATION, RUN ONCE A YEAR. A
      *                    CUSTOMER CLOSED (CLIENT-STATUS "C") LONGER
      *                    THAN PARM-LGPD-RETENTION-YEARS (MAN9) HAS
      *                    THEIR NAME, ADDRESS, PHONE AND E-MAIL
      *                    ERASED:
      *                    - ON CLIENT-MASTER, WHERE CLIENT-INACTIVE-
      *                      REASON THEN SAYS WHEN IT WAS DONE;
      *                    - ON CARD-MASTER, THE NAME EMBOSSED ON EVERY
      *                      CARD ISSUED ON ONE OF THEIR ACCOUNTS (THE
      *                      IMPLICIT CLIENT-HASH ACCOUNT OR A PRODUCT
      *                      ACCOUNT THEY OWN);
      *                    - IN THE PIX KEY DIRECTORY, WHERE EVERY CPF,
      *                      PHONE OR E-MAIL KEY ON ONE OF THEIR
      *                      ACCOUNTS LOSES ITS VALUE AND ANY KEY STILL
      *                      ACTIVE IS MARKED DELETED;
      *                    - ON PIX-MOVEMENT, THE COUNTERPARTY NAME OF
      *                      EVERY ON-US PAYMENT TO OR FROM THEM (BOTH
      *                      LEGS) AND THE KEY THEY WERE PAID ON;
      *                    - IN EVERY CUSTOMER-RECORD IMAGE THE AUDIT
      *                      TRAIL HOLDS FOR THEM (AUDIT-BEFORE-VALUE
      *                      AND AUDIT-AFTER-VALUE OF MAN1/BAT2
      *                      REGISTRATIONS, MAN6/MAN7 ENTRIES AND
      *                      MAN26'S DEATH ENTRY), AND THE KEY VALUE IN
      *                      MAN22'S PIXKEYADD/PIXKEYDEL IMAGES.
      *                    ACCOUNT NUMBERS, CPF, DATE OF BIRTH AND
      *                    EVERY LEDGER AMOUNT ARE KEPT -- THE BOOKS
      *                    MUST STILL BALANCE AND THE TAX AND
      *                    REGULATORY RECORDS STILL NAME THE ACCOUNT.
      *                    THE CLOSURE DATE IS THE LAST MAN19 ACCCLOSE
      *                    OR MAN26 ESTPAYOUT ENTRY ON THE CUSTOMER'S
      *                    OWN NUMBER; A CLOSED CUSTOMER WITH NO SUCH
      *                    ENTRY IS KEPT AND COUNTED, NEVER GUESSED AT.
      *                    THE AUDIT TRAIL IS REWRITTEN THROUGH A WORK
      *                    COPY (data/AUDITTRL.WRK), AND ONE "LGPDANON"
      *                    ENTRY PER CUSTOMER IS THEN APPENDED. THE
      *                    SPOOLED CERTIFICATE LISTS WHAT WAS ERASED,
      *                    FOR THE DATA PROTECTION OFFICER TO SIGN.
      *                    THE EXTRACTS (BAT1, BAT14, BAT21) ARE
      *                    REPLACED ON THEIR NEXT RUN AND CARRY NO
      *                    ANONYMIZED NAME. RUN-CONTROLLED PER BUSINESS
      *                    DATE. RUN STANDALONE -- NOT ON THE MAN0
      *                    MENU.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY CARDSEL.
           COPY PIXKSEL.
           COPY PIXMSEL.
           COPY AUDITSEL.
           SELECT AUDIT-WORK
               ASSIGN TO "data/AUDITTRL.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-WORK-STATUS.
           COPY PARMSEL.
           COPY CALSEL.
           COPY RUNCSEL.
           SELECT ANON-CERTIFICATE
               ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANON-CERTIFICATE-STATUS.
           COPY RPTCSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENTREC.
       FD  ACCOUNT-MASTER.
           COPY ACCTMREC.
       FD  CARD-MASTER.
           COPY CARDREC.
       FD  PIX-KEY-DIRECTORY.
           COPY PIXKREC.
       FD  PIX-MOVEMENT.
           COPY PIXMREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.
       FD  AUDIT-WORK.
       01  AUDIT-WORK-RECORD                  PIC X(474).
       FD  PARAMETER-FILE.
           COPY PARMFD.
       FD  BANK-CALENDAR.
           COPY CALREC.
       FD  RUN-CONTROL.
           COPY RUNCREC.

       FD  ANON-CERTIFICATE.
       01  ANON-CERTIFICATE-LINE              PIC X(80).

       FD  REPORT-CATALOG.
           COPY RPTCREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY CARDSTA.
           COPY PIXKSTA.
           COPY PIXMSTA.
           COPY AUDITSTA.
           COPY PARMSTA.
           COPY CALSTA.
           COPY PARMREC.
           COPY RUNCSTA.
           COPY RPTCSTA.
           COPY OPERSTA.
       77  AUDIT-WORK-STATUS                  PIC XX.
       77  ANON-CERTIFICATE-STATUS            PIC XX.
       77  BUSINESS-DATE                      PIC 9(8).
      *    CLOSED ON OR AFTER THIS DATE IS STILL WITHIN RETENTION.
       77  RETENTION-CUTOFF                   PIC 9(8).
       77  AUDIT-EOF-SW                       PIC X.
           88  AUDIT-EOF                        VALUE "Y".
       77  CANDIDATES-FOUND                   PIC 9(8) VALUE ZERO.
       77  KEPT-WITHIN-RETENTION              PIC 9(8) VALUE ZERO.
       77  KEPT-NO-CLOSURE                    PIC 9(8) VALUE ZERO.
       77  SKIPPED-TABLE-FULL                 PIC 9(8) VALUE ZERO.
       77  CUSTOMERS-ANONYMIZED               PIC 9(8) VALUE ZERO.
       77  IMAGES-BLANKED                     PIC 9(8) VALUE ZERO.
       77  CARD-NAMES-BLANKED                 PIC 9(8) VALUE ZERO.
       77  PIX-KEYS-BLANKED                   PIC 9(8) VALUE ZERO.
       77  PIX-MOVEMENTS-BLANKED              PIC 9(8) VALUE ZERO.
       77  PIX-IMAGES-BLANKED                 PIC 9(8) VALUE ZERO.
      *    ON-US PIX LEGS ARE WRITTEN IN PAIRS, PAYER'S THEN PAYEE'S,
      *    SO A LEG'S PARTNER IS THE RECORD NEXT TO IT.
       77  PIX-PAIR-KEY                       PIC 9(8).
       77  PIX-RESUME-KEY                     PIC 9(8).
       77  PIX-PAIR-END-TO-END-ID             PIC X(32).
       77  PIX-PAIR-SLOT                      PIC 9(8).
       77  AUDIT-ENTRIES-COPIED               PIC 9(8) VALUE ZERO.
      *    EVERY CLOSED CUSTOMER NOT YET ANONYMIZED -- SAME OCCURS
      *    DEPENDING ON / SEARCH SHAPE AS CLIENT-INDEX-TABLE.
       77  ANON-COUNT                         PIC 9(8) VALUE ZERO.
       77  ANON-SLOT                          PIC 9(8).
       01  ANON-TABLE.
           02  ANON-ENTRY                    OCCURS 0 TO 20000 TIMES
                                   DEPENDING ON ANON-COUNT
                                   INDEXED BY ANON-IX.
               03  ANT-HASH                  PIC 9(10).
               03  ANT-CPF                   PIC 9(11).
               03  ANT-CLOSED-DATE           PIC 9(8).
               03  ANT-ELIGIBLE-SW           PIC X.
                   88  ANT-ELIGIBLE            VALUE "Y".
               03  ANT-IMAGES                PIC 9(6).
               03  ANT-CARDS                 PIC 9(3).
               03  ANT-PIX-KEYS              PIC 9(3).
               03  ANT-PIX-MOVEMENTS         PIC 9(6).
               03  ANT-PIX-IMAGES            PIC 9(6).
       77  SEEK-ANON-HASH                     PIC 9(10).
      *    A CLIENT-INFO IMAGE AS THE AUDIT TRAIL HOLDS IT (SAME
      *    OFFSETS AS CLIENTREC'S CLIENT-INFO, AS MAN12 DECODES IT).
       01  AUDIT-CLIENT-IMAGE.
           02  ACI-NAME                      PIC X(32).
           02  ACI-DATE-OF-BIRTH             PIC 9(8).
           02  ACI-CPF                       PIC 9(11).
           02  ACI-STATUS                    PIC X.
           02  ACI-INACTIVE-REASON           PIC X(30).
           02  ACI-BRANCH-CODE               PIC 9(4).
           02  ACI-STREET                    PIC X(40).
           02  ACI-CITY                      PIC X(20).
           02  ACI-STATE                     PIC X(2).
           02  ACI-POSTAL-CODE               PIC 9(8).
           02  ACI-PHONE                     PIC X(15).
           02  ACI-EMAIL                     PIC X(40).
      *    MAN22'S PIX-AUDIT-DETAIL -- "PIX KEY ", THE KEY TYPE, A
      *    SPACE, THE KEY VALUE, THEN ACCOUNT AND STATUS.
       01  AUDIT-PIX-IMAGE.
           02  FILLER                        PIC X(8).
           02  API-KEY-TYPE                  PIC X.
           02  FILLER                        PIC X.
           02  API-KEY-VALUE                 PIC X(40).
           02  FILLER                        PIC X(161).
       01  ANONYMIZED-REASON.
           02  FILLER                        PIC X(11) VALUE
               "ANONYMIZED ".
           02  ANR-DATE                      PIC 9(8).
       01  ANON-AUDIT-DETAIL.
           02  FILLER                        PIC X(24) VALUE
               "NAME ADDRESS PHONE EMAIL".
           02  FILLER                        PIC X(10) VALUE
               " ERASED, ".
           02  FILLER                        PIC X(07) VALUE
               "CLOSED ".
           02  AAD-CLOSED-DATE               PIC 9(8).
           02  FILLER                        PIC X(08) VALUE
               " IMAGES ".
           02  AAD-IMAGES                    PIC 9(6).
           02  FILLER                        PIC X(07) VALUE
               " CARDS ".
           02  AAD-CARDS                     PIC 9(3).
           02  FILLER                        PIC X(10) VALUE
               " PIX KEYS ".
           02  AAD-PIX-KEYS                  PIC 9(3).
           02  FILLER                        PIC X(15) VALUE
               " PIX MOVEMENTS ".
           02  AAD-PIX-MOVEMENTS             PIC 9(6).
           02  FILLER                        PIC X(12) VALUE
               " PIX IMAGES ".
           02  AAD-PIX-IMAGES                PIC 9(6).
       01  REPORT-TITLE-LINE.
           02  FILLER                        PIC X(38) VALUE
               "LGPD ANONYMIZATION CERTIFICATE -- DAY ".
           02  RPT-TITLE-DATE                PIC 9(8).
           02  FILLER                        PIC X(12) VALUE
               "  RETENTION ".
           02  RPT-TITLE-YEARS               PIC Z9.
           02  FILLER                        PIC X(06) VALUE
               " YEARS".
       01  REPORT-CUTOFF-LINE.
           02  FILLER                        PIC X(24) VALUE
               "CUSTOMERS CLOSED BEFORE ".
           02  RPT-CUTOFF-DATE               PIC 9(8).
      *    EVERY LISTED CUSTOMER HAS NAME, ADDRESS, PHONE AND E-MAIL
      *    ERASED; THE COLUMNS COUNT WHERE ELSE THEY WERE FOUND.
       01  REPORT-HEADING-LINE.
           02  FILLER                        PIC X(12) VALUE
               "ACCOUNT".
           02  FILLER                        PIC X(13) VALUE
               "CPF".
           02  FILLER                        PIC X(10) VALUE
               "CLOSED".
           02  FILLER                        PIC X(09) VALUE
               " IMAGES".
           02  FILLER                        PIC X(05) VALUE
               "CARD".
           02  FILLER                        PIC X(05) VALUE
               "KEYS".
           02  FILLER                        PIC X(09) VALUE
               "KEY IMGS".
           02  FILLER                        PIC X(09) VALUE
               "PIX MOVES".
       01  REPORT-DETAIL-LINE.
           02  RPT-HASH                      PIC 9(10).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-CPF                       PIC 9(11).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-CLOSED-DATE               PIC 9(8).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-IMAGES                    PIC ZZZ,ZZ9.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-CARDS                     PIC ZZ9.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-PIX-KEYS                  PIC ZZ9.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-PIX-IMAGES                PIC ZZZ,ZZ9.
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  RPT-PIX-MOVEMENTS             PIC ZZZ,ZZ9.
       01  REPORT-COUNT-LINE.
           02  RPT-COUNT-LABEL               PIC X(32).
           02  RPT-COUNT-VALUE               PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE                                               DIVISION.
       MAIN.
           DISPLAY "---------------------------------------------------"
           DISPLAY " LGPD ANONYMIZATION OF CLOSED CUSTOMERS"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           DISPLAY "[?] Business day YYYYMMDD (0 for today):"
           ACCEPT BUSINESS-DATE
           IF BUSINESS-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO BUSINESS-DATE
           END-IF

           MOVE "BAT24" TO RUN-SEEK-JOB-NAME
           MOVE BUSINESS-DATE TO RUN-SEEK-DATE
           PERFORM CHECK-JOB-ALREADY-RUN
           IF RUN-ALREADY-DONE
               DISPLAY "[X] Anonymization has already been run "
                   "for business day " BUSINESS-DATE
               GOBACK
           END-IF

           PERFORM LOAD-SYSTEM-PARAMETERS
      *    YYYYMMDD LESS N * 10000 IS THE SAME DAY N YEARS EARLIER.
           COMPUTE RETENTION-CUTOFF =
               BUSINESS-DATE - PARM-LGPD-RETENTION-YEARS * 10000
           PERFORM OPEN-CLIENT-MASTER

      *    SEVEN PASSES: FIND THE CANDIDATES, DATE THEIR CLOSURES FROM
      *    THE AUDIT TRAIL, ERASE THE MASTER, THEN THE NAMES ON THEIR
      *    CARDS, THEIR PIX KEYS, THEIR PIX MOVEMENTS AND THE AUDIT
      *    IMAGES. ACCOUNT-MASTER STAYS OPEN ACROSS THE LAST FOUR TO
      *    TRACE PRODUCT ACCOUNTS TO THEIR OWNERS.
           PERFORM COLLECT-CLOSED-CUSTOMERS
           PERFORM DATE-CLOSURES
           PERFORM ANONYMIZE-CLIENT-MASTER
           CLOSE CLIENT-MASTER
           IF CUSTOMERS-ANONYMIZED > ZERO
               PERFORM OPEN-ACCOUNT-MASTER
               PERFORM ANONYMIZE-CARD-MASTER
               PERFORM ANONYMIZE-PIX-KEYS
               PERFORM ANONYMIZE-PIX-MOVEMENTS
               PERFORM ANONYMIZE-AUDIT-TRAIL
               CLOSE ACCOUNT-MASTER
               PERFORM AUDIT-ANONYMIZATIONS
           END-IF

           PERFORM WRITE-CERTIFICATE
           PERFORM RECORD-JOB-RUN

           DISPLAY ""
           DISPLAY "[!] Closed customers examined: " CANDIDATES-FOUND
           DISPLAY "[!] Kept, within retention: " KEPT-WITHIN-RETENTION
           DISPLAY "[!] Customers anonymized: " CUSTOMERS-ANONYMIZED
           DISPLAY "[!] Card holder names blanked: " CARD-NAMES-BLANKED
           DISPLAY "[!] PIX keys erased or deleted: " PIX-KEYS-BLANKED
           DISPLAY "[!] PIX movements blanked: " PIX-MOVEMENTS-BLANKED
           DISPLAY "[!] PIX key audit images blanked: "
               PIX-IMAGES-BLANKED
           DISPLAY "[!] Audit images blanked: " IMAGES-BLANKED
           IF AUDIT-ENTRIES-COPIED > ZERO
               DISPLAY "[!] Audit entries rewritten: "
                   AUDIT-ENTRIES-COPIED
           END-IF
           IF KEPT-NO-CLOSURE > ZERO
               DISPLAY "[X] Kept, no closure on the audit trail: "
                   KEPT-NO-CLOSURE
           END-IF
           IF SKIPPED-TABLE-FULL > ZERO
               DISPLAY "[X] Closed customers skipped, table full: "
                   SKIPPED-TABLE-FULL
           END-IF
           DISPLAY "[!] Certificate written to " SPOOL-FILE-NAME
           GOBACK.

      *    PASS 1 -- EVERY CLOSED CUSTOMER STILL CARRYING A NAME. AN
      *    ANONYMIZED ONE HAS NONE AND IS NEVER PICKED UP AGAIN.
       COLLECT-CLOSED-CUSTOMERS                                 SECTION.
           MOVE 1 TO CLIENT-MASTER-KEY
           START CLIENT-MASTER
                   KEY IS NOT LESS THAN CLIENT-MASTER-KEY
               INVALID KEY
                   SET CLIENT-MASTER-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL CLIENT-MASTER-NOT-FOUND
               READ CLIENT-MASTER NEXT RECORD
                   AT END
                       SET CLIENT-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       IF CLIENT-STATUS-CLOSED
                               AND CLIENT-NAME NOT = SPACES
                           PERFORM ADD-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-CANDIDATE                                            SECTION.
           ADD 1 TO CANDIDATES-FOUND
           IF ANON-COUNT NOT < 20000
               ADD 1 TO SKIPPED-TABLE-FULL
               GO TO ADD-CANDIDATE-EXIT
           END-IF
           ADD 1 TO ANON-COUNT
           MOVE CLIENT-HASH TO ANT-HASH(ANON-COUNT)
           MOVE CLIENT-CPF TO ANT-CPF(ANON-COUNT)
           MOVE ZERO TO ANT-CLOSED-DATE(ANON-COUNT)
           MOVE "N" TO ANT-ELIGIBLE-SW(ANON-COUNT)
           MOVE ZERO TO ANT-IMAGES(ANON-COUNT)
           MOVE ZERO TO ANT-CARDS(ANON-COUNT)
           MOVE ZERO TO ANT-PIX-KEYS(ANON-COUNT)
           MOVE ZERO TO ANT-PIX-MOVEMENTS(ANON-COUNT)
           MOVE ZERO TO ANT-PIX-IMAGES(ANON-COUNT).

       ADD-CANDIDATE-EXIT.
           EXIT.

      *    PASS 2 -- THE LAST CLOSURE ENTRY ON THE CUSTOMER'S OWN
      *    NUMBER DATES IT (THE TRAIL IS IN TIME ORDER, SO A LATER
      *    ONE SIMPLY OVERWRITES AN EARLIER ONE).
       DATE-CLOSURES                                            SECTION.
           OPEN INPUT AUDIT-TRAIL
           IF AUDIT-TRAIL-MISSING
               MOVE "Y" TO AUDIT-EOF-SW
           ELSE
               MOVE "N" TO AUDIT-EOF-SW
           END-IF
           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-TRAIL
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       IF (AUDIT-PROGRAM = "MAN19"
                               AND AUDIT-ACTION = "ACCCLOSE")
                           OR (AUDIT-PROGRAM = "MAN26"
                               AND AUDIT-ACTION = "ESTPAYOUT")
                           MOVE AUDIT-ACCOUNT-ID TO SEEK-ANON-HASH
                           PERFORM FIND-CANDIDATE
                           IF ANON-SLOT > ZERO
                               MOVE AUDIT-TIMESTAMP(1:8)
                                   TO ANT-CLOSED-DATE(ANON-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT AUDIT-TRAIL-MISSING
               CLOSE AUDIT-TRAIL
           END-IF

           PERFORM JUDGE-CANDIDATE
               VARYING ANON-SLOT FROM 1 BY 1
               UNTIL ANON-SLOT > ANON-COUNT.

       JUDGE-CANDIDATE                                          SECTION.
           EVALUATE TRUE
               WHEN ANT-CLOSED-DATE(ANON-SLOT) = ZERO
                   ADD 1 TO KEPT-NO-CLOSURE
               WHEN ANT-CLOSED-DATE(ANON-SLOT) NOT < RETENTION-CUTOFF
                   ADD 1 TO KEPT-WITHIN-RETENTION
               WHEN OTHER
                   MOVE "Y" TO ANT-ELIGIBLE-SW(ANON-SLOT)
           END-EVALUATE.

      *    PASS 3 -- ERASE THE MASTER RECORDS.
       ANONYMIZE-CLIENT-MASTER                                  SECTION.
           MOVE BUSINESS-DATE TO ANR-DATE
           MOVE 1 TO CLIENT-MASTER-KEY
           START CLIENT-MASTER
                   KEY IS NOT LESS THAN CLIENT-MASTER-KEY
               INVALID KEY
                   SET CLIENT-MASTER-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL CLIENT-MASTER-NOT-FOUND
               READ CLIENT-MASTER NEXT RECORD
                   AT END
                       SET CLIENT-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       IF CLIENT-STATUS-CLOSED
                               AND CLIENT-NAME NOT = SPACES
                           PERFORM ANONYMIZE-ONE-CLIENT
                       END-IF
               END-READ
           END-PERFORM.

       ANONYMIZE-ONE-CLIENT                                     SECTION.
           MOVE CLIENT-HASH TO SEEK-ANON-HASH
           PERFORM FIND-CANDIDATE
           IF ANON-SLOT = ZERO
               GO TO ANONYMIZE-ONE-CLIENT-EXIT
           END-IF
           IF NOT ANT-ELIGIBLE(ANON-SLOT)
               GO TO ANONYMIZE-ONE-CLIENT-EXIT
           END-IF

           MOVE SPACES TO CLIENT-NAME
           MOVE SPACES TO CLIENT-STREET
           MOVE SPACES TO CLIENT-CITY
           MOVE SPACES TO CLIENT-STATE
           MOVE ZERO TO CLIENT-POSTAL-CODE
           MOVE SPACES TO CLIENT-PHONE
           MOVE SPACES TO CLIENT-EMAIL
           MOVE ANONYMIZED-REASON TO CLIENT-INACTIVE-REASON
           REWRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not anonymize customer "
                       CLIENT-HASH ", file status: "
                       CLIENT-MASTER-STATUS
      *            LEFT AS IT WAS, SO IT IS NEITHER CERTIFIED NOR
      *            ITS AUDIT IMAGES TOUCHED.
                   MOVE "N" TO ANT-ELIGIBLE-SW(ANON-SLOT)
               NOT INVALID KEY
                   ADD 1 TO CUSTOMERS-ANONYMIZED
           END-REWRITE.

       ANONYMIZE-ONE-CLIENT-EXIT.
           EXIT.

      *    PASS 4 -- ERASE THE NAME ON EVERY CARD WHOSE ACCOUNT BELONGS
      *    TO A CUSTOMER JUST ANONYMIZED. A CARD ON THE IMPLICIT
      *    ACCOUNT CARRIES THE CUSTOMER'S OWN HASH; ONE ON A PRODUCT
      *    ACCOUNT IS TRACED TO ITS OWNER THROUGH ACCOUNT-MASTER.
       ANONYMIZE-CARD-MASTER                                    SECTION.
           PERFORM OPEN-CARD-MASTER

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
                       IF CRD-HOLDER-NAME NOT = SPACES
                           PERFORM ANONYMIZE-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CARD-MASTER.

       ANONYMIZE-ONE-CARD                                       SECTION.
           MOVE CRD-ACCOUNT-NUMBER TO SEEK-ANON-HASH
           PERFORM FIND-ACCOUNT-OWNER
           IF ANON-SLOT = ZERO
               GO TO ANONYMIZE-ONE-CARD-EXIT
           END-IF

           MOVE SPACES TO CRD-HOLDER-NAME
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not erase the name on card "
                       CRD-NUMBER-BIN "******" CRD-NUMBER(13:4)
                       ", file status: " CARD-MASTER-STATUS
               NOT INVALID KEY
                   ADD 1 TO ANT-CARDS(ANON-SLOT)
                   ADD 1 TO CARD-NAMES-BLANKED
           END-REWRITE.

       ANONYMIZE-ONE-CARD-EXIT.
           EXIT.

      *    PASS 5 -- THE PIX KEYS REGISTERED TO THEM. A CPF, PHONE OR
      *    E-MAIL KEY IS THEIR OWN DATA AND LOSES ITS VALUE; A RANDOM
      *    KEY IS NOT, BUT IS MARKED DELETED ALL THE SAME IF STILL
      *    ACTIVE, SO NOTHING CAN BE PAID TO A CUSTOMER WHO IS GONE.
       ANONYMIZE-PIX-KEYS                                       SECTION.
           PERFORM OPEN-PIX-KEY-DIRECTORY

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
                       PERFORM ANONYMIZE-ONE-PIX-KEY
               END-READ
           END-PERFORM

           CLOSE PIX-KEY-DIRECTORY.

       ANONYMIZE-ONE-PIX-KEY                                    SECTION.
           IF PIXK-IS-RANDOM OR PIXK-KEY-VALUE = SPACES
               IF NOT PIXK-STATUS-ACTIVE
                   GO TO ANONYMIZE-ONE-PIX-KEY-EXIT
               END-IF
           END-IF
           MOVE PIXK-CLIENT-HASH TO SEEK-ANON-HASH
           PERFORM FIND-CANDIDATE
           IF ANON-SLOT = ZERO
               GO TO ANONYMIZE-ONE-PIX-KEY-EXIT
           END-IF
           IF NOT ANT-ELIGIBLE(ANON-SLOT)
               GO TO ANONYMIZE-ONE-PIX-KEY-EXIT
           END-IF

           IF NOT PIXK-IS-RANDOM
               MOVE SPACES TO PIXK-KEY-VALUE
           END-IF
           IF PIXK-STATUS-ACTIVE
               SET PIXK-STATUS-DELETED TO TRUE
               MOVE BUSINESS-DATE TO PIXK-STATUS-DATE
           END-IF
           REWRITE PIX-KEY-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not erase PIX key "
                       PIX-KEY-DIRECTORY-KEY " of customer "
                       PIXK-CLIENT-HASH ", file status: "
                       PIX-KEY-DIRECTORY-STATUS
               NOT INVALID KEY
                   ADD 1 TO ANT-PIX-KEYS(ANON-SLOT)
                   ADD 1 TO PIX-KEYS-BLANKED
           END-REWRITE.

       ANONYMIZE-ONE-PIX-KEY-EXIT.
           EXIT.

      *    PASS 6 -- PIX MOVEMENTS. AN ON-US LEG NAMES THE OTHER
      *    HOLDER, SO THE CUSTOMER'S NAME SITS ON THE PARTNER LEG OF
      *    EACH OF THEIR OWN; BOTH ARE BLANKED. AN INCOMING LEG ALSO
      *    CARRIES THE KEY THEY WERE PAID ON, AS DOES THE ON-US
      *    PAYER'S LEG THAT PAID IT. AMOUNTS, ACCOUNTS AND END-TO-END
      *    IDS ARE KEPT -- BAT18 STILL RECONCILES ON THEM.
       ANONYMIZE-PIX-MOVEMENTS                                  SECTION.
           PERFORM OPEN-PIX-MOVEMENT

           MOVE 1 TO PIX-MOVEMENT-KEY
           START PIX-MOVEMENT
                   KEY IS NOT LESS THAN PIX-MOVEMENT-KEY
               INVALID KEY
                   SET PIX-MOVEMENT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET PIX-MOVEMENT-OK TO TRUE
           END-START

           PERFORM UNTIL PIX-MOVEMENT-NOT-FOUND
               READ PIX-MOVEMENT NEXT RECORD
                   AT END
                       SET PIX-MOVEMENT-NOT-FOUND TO TRUE
                   NOT AT END
                       PERFORM ANONYMIZE-ONE-MOVEMENT
               END-READ
           END-PERFORM

           CLOSE PIX-MOVEMENT.

       ANONYMIZE-ONE-MOVEMENT                                   SECTION.
           MOVE PIXM-ACCOUNT-NUMBER TO SEEK-ANON-HASH
           PERFORM FIND-ACCOUNT-OWNER
           IF ANON-SLOT = ZERO
               GO TO ANONYMIZE-ONE-MOVEMENT-EXIT
           END-IF
           MOVE ANON-SLOT TO PIX-PAIR-SLOT
           MOVE PIXM-MOVEMENT-NUMBER TO PIX-RESUME-KEY
           MOVE PIXM-END-TO-END-ID TO PIX-PAIR-END-TO-END-ID

      *    THEIR OWN LEG.
           IF PIXM-IS-INCOMING AND PIXM-KEY-VALUE NOT = SPACES
                   OR PIXM-ON-US AND PIXM-COUNTERPARTY-NAME NOT = SPACES
               IF PIXM-IS-INCOMING
                   MOVE SPACES TO PIXM-KEY-VALUE
               END-IF
               IF PIXM-ON-US
                   MOVE SPACES TO PIXM-COUNTERPARTY-NAME
               END-IF
               PERFORM REWRITE-PIX-MOVEMENT
           END-IF

      *    THE PARTNER LEG OF AN ON-US PAYMENT -- THE PAYEE'S FOLLOWS
      *    THE PAYER'S.
           IF NOT PIXM-ON-US
               GO TO ANONYMIZE-ONE-MOVEMENT-EXIT
           END-IF
           IF PIXM-IS-OUTGOING
               COMPUTE PIX-PAIR-KEY = PIX-RESUME-KEY + 1
           ELSE
               COMPUTE PIX-PAIR-KEY = PIX-RESUME-KEY - 1
           END-IF
           MOVE PIX-PAIR-KEY TO PIX-MOVEMENT-KEY
           READ PIX-MOVEMENT
               INVALID KEY
                   GO TO ANONYMIZE-ONE-MOVEMENT-RESUME
           END-READ
           IF PIXM-END-TO-END-ID NOT = PIX-PAIR-END-TO-END-ID
                   OR NOT PIXM-ON-US
               GO TO ANONYMIZE-ONE-MOVEMENT-RESUME
           END-IF
           IF PIXM-COUNTERPARTY-NAME NOT = SPACES
                   OR PIXM-IS-OUTGOING AND PIXM-KEY-VALUE NOT = SPACES
               MOVE SPACES TO PIXM-COUNTERPARTY-NAME
               IF PIXM-IS-OUTGOING
                   MOVE SPACES TO PIXM-KEY-VALUE
               END-IF
               PERFORM REWRITE-PIX-MOVEMENT
           END-IF.

      *    A DIRECT READ MOVED THE FILE -- CARRY ON FROM THE RECORD
      *    AFTER THE ONE THE SEQUENTIAL PASS WAS ON.
       ANONYMIZE-ONE-MOVEMENT-RESUME.
           MOVE PIX-RESUME-KEY TO PIX-MOVEMENT-KEY
           START PIX-MOVEMENT
                   KEY IS GREATER THAN PIX-MOVEMENT-KEY
               INVALID KEY
                   SET PIX-MOVEMENT-NOT-FOUND TO TRUE
           END-START.

       ANONYMIZE-ONE-MOVEMENT-EXIT.
           EXIT.

       REWRITE-PIX-MOVEMENT                                     SECTION.
           REWRITE PIX-MOVEMENT-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not erase PIX movement "
                       PIXM-MOVEMENT-NUMBER ", file status: "
                       PIX-MOVEMENT-STATUS
               NOT INVALID KEY
                   ADD 1 TO ANT-PIX-MOVEMENTS(PIX-PAIR-SLOT)
                   ADD 1 TO PIX-MOVEMENTS-BLANKED
           END-REWRITE.

      *    PASS 7 -- COPY THE TRAIL TO THE WORK FILE, BLANKING THE
      *    ANONYMIZED CUSTOMERS' IMAGES ON THE WAY, THEN COPY IT
      *    BACK OVER THE TRAIL.
       ANONYMIZE-AUDIT-TRAIL                                    SECTION.
           OPEN INPUT AUDIT-TRAIL
           IF AUDIT-TRAIL-MISSING
               GO TO ANONYMIZE-AUDIT-TRAIL-EXIT
           END-IF
           OPEN OUTPUT AUDIT-WORK
           MOVE "N" TO AUDIT-EOF-SW
           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-TRAIL
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM BLANK-AUDIT-IMAGES
                       WRITE AUDIT-WORK-RECORD FROM AUDIT-TRAIL-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-TRAIL
           CLOSE AUDIT-WORK

           OPEN INPUT AUDIT-WORK
           OPEN OUTPUT AUDIT-TRAIL
           MOVE "N" TO AUDIT-EOF-SW
           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-WORK
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       WRITE AUDIT-TRAIL-RECORD FROM AUDIT-WORK-RECORD
                       ADD 1 TO AUDIT-ENTRIES-COPIED
               END-READ
           END-PERFORM
           CLOSE AUDIT-WORK
           CLOSE AUDIT-TRAIL.

       ANONYMIZE-AUDIT-TRAIL-EXIT.
           EXIT.

      *    ONLY THE ENTRIES MAN12 DECODES AS A CUSTOMER RECORD CARRY
      *    AN IMAGE, AND MAN22'S KEY ENTRIES A KEY VALUE; EVERY OTHER
      *    ENTRY'S VALUES ARE AMOUNTS AND CODES.
       BLANK-AUDIT-IMAGES                                       SECTION.
           IF AUDIT-PROGRAM = "MAN22"
                   AND (AUDIT-ACTION = "PIXKEYADD" OR "PIXKEYDEL")
               PERFORM BLANK-PIX-KEY-IMAGES
               GO TO BLANK-AUDIT-IMAGES-EXIT
           END-IF
      *    MAN1 ALSO STAMPS THE OPENING KYC REVIEW, WHOSE VALUES ARE
      *    KYC-AUDIT-IMAGE, NOT A CUSTOMER RECORD -- ONLY ITS
      *    REGISTRATION CARRIES THE CUSTOMER.
           IF NOT (((AUDIT-PROGRAM = "MAN1" OR "BAT2")
                       AND AUDIT-ACTION = "REGISTER")
                   OR AUDIT-PROGRAM = "MAN6" OR "MAN7"
                   OR (AUDIT-PROGRAM = "MAN26"
                       AND AUDIT-ACTION = "DECEASED"))
               GO TO BLANK-AUDIT-IMAGES-EXIT
           END-IF
           MOVE AUDIT-ACCOUNT-ID TO SEEK-ANON-HASH
           PERFORM FIND-CANDIDATE
           IF ANON-SLOT = ZERO
               GO TO BLANK-AUDIT-IMAGES-EXIT
           END-IF
           IF NOT ANT-ELIGIBLE(ANON-SLOT)
               GO TO BLANK-AUDIT-IMAGES-EXIT
           END-IF

           IF AUDIT-BEFORE-VALUE NOT = SPACES
               MOVE AUDIT-BEFORE-VALUE TO AUDIT-CLIENT-IMAGE
               PERFORM BLANK-CLIENT-IMAGE
               MOVE AUDIT-CLIENT-IMAGE TO AUDIT-BEFORE-VALUE
           END-IF
           IF AUDIT-AFTER-VALUE NOT = SPACES
               MOVE AUDIT-AFTER-VALUE TO AUDIT-CLIENT-IMAGE
               PERFORM BLANK-CLIENT-IMAGE
               MOVE AUDIT-CLIENT-IMAGE TO AUDIT-AFTER-VALUE
           END-IF.

       BLANK-AUDIT-IMAGES-EXIT.
           EXIT.

      *    MAN22 STAMPS THE KEY'S ACCOUNT, NOT ITS OWNER.
       BLANK-PIX-KEY-IMAGES                                     SECTION.
           MOVE AUDIT-ACCOUNT-ID TO SEEK-ANON-HASH
           PERFORM FIND-ACCOUNT-OWNER
           IF ANON-SLOT = ZERO
               GO TO BLANK-PIX-KEY-IMAGES-EXIT
           END-IF

           IF AUDIT-BEFORE-VALUE NOT = SPACES
               MOVE AUDIT-BEFORE-VALUE TO AUDIT-PIX-IMAGE
               PERFORM BLANK-PIX-IMAGE
               MOVE AUDIT-PIX-IMAGE TO AUDIT-BEFORE-VALUE
           END-IF
           IF AUDIT-AFTER-VALUE NOT = SPACES
               MOVE AUDIT-AFTER-VALUE TO AUDIT-PIX-IMAGE
               PERFORM BLANK-PIX-IMAGE
               MOVE AUDIT-PIX-IMAGE TO AUDIT-AFTER-VALUE
           END-IF.

       BLANK-PIX-KEY-IMAGES-EXIT.
           EXIT.

      *    A RANDOM KEY IS NOT PERSONAL DATA AND IS LEFT AS IT WAS.
       BLANK-PIX-IMAGE                                          SECTION.
           IF API-KEY-TYPE NOT = "R" AND API-KEY-VALUE NOT = SPACES
               MOVE SPACES TO API-KEY-VALUE
               ADD 1 TO ANT-PIX-IMAGES(ANON-SLOT)
               ADD 1 TO PIX-IMAGES-BLANKED
           END-IF.

       BLANK-CLIENT-IMAGE                                       SECTION.
           MOVE SPACES TO ACI-NAME
           MOVE SPACES TO ACI-STREET
           MOVE SPACES TO ACI-CITY
           MOVE SPACES TO ACI-STATE
           MOVE ZERO TO ACI-POSTAL-CODE
           MOVE SPACES TO ACI-PHONE
           MOVE SPACES TO ACI-EMAIL
           ADD 1 TO ANT-IMAGES(ANON-SLOT)
           ADD 1 TO IMAGES-BLANKED.

      *    ONE ENTRY PER CUSTOMER ERASED, WITH NO PERSONAL DATA IN IT.
       AUDIT-ANONYMIZATIONS                                     SECTION.
           PERFORM AUDIT-ONE-ANONYMIZATION
               VARYING ANON-SLOT FROM 1 BY 1
               UNTIL ANON-SLOT > ANON-COUNT.

       AUDIT-ONE-ANONYMIZATION                                  SECTION.
           IF NOT ANT-ELIGIBLE(ANON-SLOT)
               GO TO AUDIT-ONE-ANONYMIZATION-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "BAT24" TO AUDIT-PROGRAM
           MOVE "LGPDANON" TO AUDIT-ACTION
           MOVE ANT-HASH(ANON-SLOT) TO AUDIT-ACCOUNT-ID
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           MOVE ANT-CLOSED-DATE(ANON-SLOT) TO AAD-CLOSED-DATE
           MOVE ANT-IMAGES(ANON-SLOT) TO AAD-IMAGES
           MOVE ANT-CARDS(ANON-SLOT) TO AAD-CARDS
           MOVE ANT-PIX-KEYS(ANON-SLOT) TO AAD-PIX-KEYS
           MOVE ANT-PIX-MOVEMENTS(ANON-SLOT) TO AAD-PIX-MOVEMENTS
           MOVE ANT-PIX-IMAGES(ANON-SLOT) TO AAD-PIX-IMAGES
           MOVE ANON-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL.

       AUDIT-ONE-ANONYMIZATION-EXIT.
           EXIT.

       WRITE-CERTIFICATE                                        SECTION.
           MOVE "BAT24" TO SPOOL-PROGRAM-ID
           MOVE "LGPDCERT" TO SPOOL-BASE-NAME
           PERFORM BUILD-SPOOL-FILE-NAME
           OPEN OUTPUT ANON-CERTIFICATE

           MOVE BUSINESS-DATE TO RPT-TITLE-DATE
           MOVE PARM-LGPD-RETENTION-YEARS TO RPT-TITLE-YEARS
           MOVE REPORT-TITLE-LINE TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE RETENTION-CUTOFF TO RPT-CUTOFF-DATE
           MOVE REPORT-CUTOFF-LINE TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE SPACES TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE "EACH CUSTOMER LISTED HAS HAD NAME, ADDRESS, PHONE "
               TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE "AND E-MAIL ERASED; THE COUNTS SHOW WHERE ELSE THEY "
               TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE "WERE FOUND."
               TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE SPACES TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE REPORT-HEADING-LINE TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE

           PERFORM WRITE-CERTIFICATE-DETAIL
               VARYING ANON-SLOT FROM 1 BY 1
               UNTIL ANON-SLOT > ANON-COUNT

           MOVE SPACES TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE "CLOSED CUSTOMERS EXAMINED:" TO RPT-COUNT-LABEL
           MOVE CANDIDATES-FOUND TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "KEPT, WITHIN RETENTION:" TO RPT-COUNT-LABEL
           MOVE KEPT-WITHIN-RETENTION TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "KEPT, NO CLOSURE ON TRAIL:" TO RPT-COUNT-LABEL
           MOVE KEPT-NO-CLOSURE TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "SKIPPED, TABLE FULL:" TO RPT-COUNT-LABEL
           MOVE SKIPPED-TABLE-FULL TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "CUSTOMERS ANONYMIZED:" TO RPT-COUNT-LABEL
           MOVE CUSTOMERS-ANONYMIZED TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "CARD HOLDER NAMES BLANKED:" TO RPT-COUNT-LABEL
           MOVE CARD-NAMES-BLANKED TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "PIX KEYS ERASED OR DELETED:" TO RPT-COUNT-LABEL
           MOVE PIX-KEYS-BLANKED TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "PIX MOVEMENTS BLANKED:" TO RPT-COUNT-LABEL
           MOVE PIX-MOVEMENTS-BLANKED TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "AUDIT IMAGES BLANKED:" TO RPT-COUNT-LABEL
           MOVE IMAGES-BLANKED TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "PIX KEY AUDIT IMAGES BLANKED:" TO RPT-COUNT-LABEL
           MOVE PIX-IMAGES-BLANKED TO RPT-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE SPACES TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE "ACCOUNT NUMBERS, CPF, DATE OF BIRTH AND ALL LEDGER "
               TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE "AMOUNTS ARE RETAINED AS REQUIRED FOR ACCOUNTING, TAX "
               TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE "AND REGULATORY RECORDS."
               TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE SPACES TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE SPACES TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE "DATA PROTECTION OFFICER (ENCARREGADO): ______________"
               TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE
           MOVE "DATE: ____/____/________"
               TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE

           CLOSE ANON-CERTIFICATE
           PERFORM CATALOG-SPOOL-FILE.

       WRITE-CERTIFICATE-DETAIL                                 SECTION.
           IF ANT-ELIGIBLE(ANON-SLOT)
               MOVE ANT-HASH(ANON-SLOT) TO RPT-HASH
               MOVE ANT-CPF(ANON-SLOT) TO RPT-CPF
               MOVE ANT-CLOSED-DATE(ANON-SLOT) TO RPT-CLOSED-DATE
               MOVE ANT-IMAGES(ANON-SLOT) TO RPT-IMAGES
               MOVE ANT-CARDS(ANON-SLOT) TO RPT-CARDS
               MOVE ANT-PIX-KEYS(ANON-SLOT) TO RPT-PIX-KEYS
               MOVE ANT-PIX-IMAGES(ANON-SLOT) TO RPT-PIX-IMAGES
               MOVE ANT-PIX-MOVEMENTS(ANON-SLOT) TO RPT-PIX-MOVEMENTS
               MOVE REPORT-DETAIL-LINE TO ANON-CERTIFICATE-LINE
               PERFORM WRITE-CERTIFICATE-LINE
           END-IF.

       WRITE-COUNT-LINE                                         SECTION.
           MOVE REPORT-COUNT-LINE TO ANON-CERTIFICATE-LINE
           PERFORM WRITE-CERTIFICATE-LINE.

       WRITE-CERTIFICATE-LINE                                   SECTION.
           WRITE ANON-CERTIFICATE-LINE
           ADD 1 TO SPOOL-LINE-COUNT.

      *    ANON-SLOT COMES BACK AS SEEK-ANON-HASH'S CANDIDATE ENTRY,
      *    ZERO WHEN IT IS NOT ONE.
       FIND-CANDIDATE                                           SECTION.
           MOVE ZERO TO ANON-SLOT
           IF ANON-COUNT = ZERO
               GO TO FIND-CANDIDATE-EXIT
           END-IF
           SET ANON-IX TO 1
           SEARCH ANON-ENTRY
               AT END
                   CONTINUE
               WHEN ANT-HASH(ANON-IX) = SEEK-ANON-HASH
                   SET ANON-SLOT TO ANON-IX
           END-SEARCH.

       FIND-CANDIDATE-EXIT.
           EXIT.

      *    SAME, FOR AN ACCOUNT NUMBER RATHER THAN A CUSTOMER: THE
      *    IMPLICIT ACCOUNT IS THE CUSTOMER'S OWN HASH, A PRODUCT
      *    ACCOUNT IS TRACED TO ITS OWNER THROUGH ACCOUNT-MASTER.
      *    ANON-SLOT COMES BACK ZERO UNLESS THE OWNER IS BEING
      *    ANONYMIZED IN THIS RUN.
       FIND-ACCOUNT-OWNER                                       SECTION.
           PERFORM FIND-CANDIDATE
           IF ANON-SLOT = ZERO
               MOVE SEEK-ANON-HASH TO ACCT-SEEK-NUMBER
               PERFORM ACCOUNT-MASTER-SEEK-NUMBER
               IF ACCOUNT-MASTER-SEEK-NOT-FOUND
                   GO TO FIND-ACCOUNT-OWNER-EXIT
               END-IF
               MOVE ACCT-CLIENT-HASH TO SEEK-ANON-HASH
               PERFORM FIND-CANDIDATE
               IF ANON-SLOT = ZERO
                   GO TO FIND-ACCOUNT-OWNER-EXIT
               END-IF
           END-IF
           IF NOT ANT-ELIGIBLE(ANON-SLOT)
               MOVE ZERO TO ANON-SLOT
           END-IF.

       FIND-ACCOUNT-OWNER-EXIT.
           EXIT.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTMFND.
           COPY CARDOPN.
           COPY PIXKOPN.
           COPY PIXMOPN.
           COPY AUDITWRT.
           COPY PARMGET.
           COPY CALGET.
           COPY RUNCGET.
           COPY RPTCWRT.
