       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         MAN22.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        PIX KEY DIRECTORY MAINTENANCE. REGISTERS,
      *                    LISTS AND DELETES THE PIX KEYS THAT POINT
      *                    AT ONE OF OUR ACCOUNTS (PIXKREC.CPY) -- THE
      *                    DIRECTORY GTW1 RESOLVES INCOMING PAYMENTS
      *                    AGAINST. A CPF, PHONE OR E-MAIL KEY IS
      *                    ACCEPTED ONLY IF IT MATCHES CLIENT-CPF,
      *                    CLIENT-PHONE OR CLIENT-EMAIL ON THE ACCOUNT
      *                    HOLDER'S MASTER RECORD (MAN6 FIRST IF THE
      *                    CUSTOMER'S CONTACT DETAILS ARE OUT OF
      *                    DATE); A RANDOM KEY IS GENERATED HERE. THE
      *                    ACCOUNT MUST BE ACTIVE, A KEY ALREADY
      *                    ACTIVE ANYWHERE IN THE DIRECTORY IS
      *                    REFUSED, AND AN ACCOUNT CARRIES AT MOST
      *                    FIVE KEYS. A DELETE FLIPS THE KEY'S STATUS
      *                    -- THE RECORD STAYS. EVERY REGISTRATION AND
      *                    DELETION IS STAMPED TO THE AUDIT TRAIL.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY PIXKSEL.
           COPY AUDITSEL.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD  CLIENT-MASTER.
           COPY CLIENTREC.
       FD  ACCOUNT-MASTER.
           COPY ACCTMREC.
       FD  PIX-KEY-DIRECTORY.
           COPY PIXKREC.
       FD  AUDIT-TRAIL.
           COPY AUDITREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY PIXKSTA.
           COPY AUDITSTA.
           COPY OPERSTA.
       77  INP-PIX-CHOICE                     PIC 9.
       77  INP-KEY-TYPE                       PIC X.
           88  INP-KEY-IS-CPF                   VALUE "C" "c".
           88  INP-KEY-IS-PHONE                 VALUE "P" "p".
           88  INP-KEY-IS-EMAIL                 VALUE "E" "e".
           88  INP-KEY-IS-RANDOM                VALUE "R" "r".
       77  INP-KEY-VALUE                      PIC X(40).
       77  PIX-ACCOUNT                        PIC 9(10).
       77  PIX-OWNER-HASH                     PIC 9(10).
       77  KEYS-ON-ACCOUNT                    PIC 99.
      *    THE CENTRAL BANK'S CAP FOR AN INDIVIDUAL'S ACCOUNT.
       77  MAX-KEYS-PER-ACCOUNT               PIC 99 VALUE 5.
       77  KEY-MATCH-SW                       PIC X.
           88  KEY-MATCHES-MASTER               VALUE "Y".
           88  KEY-DIFFERS-FROM-MASTER          VALUE "N".
      *    E-MAIL KEYS COMPARE WITHOUT REGARD TO CASE.
       77  KEY-COMPARE-1                      PIC X(40).
       77  KEY-COMPARE-2                      PIC X(40).
       77  CPF-AS-TEXT                        PIC 9(11).
      *    RANDOM-KEY GENERATION: 32 HEX DIGITS IN THE 8-4-4-4-12
      *    LAYOUT OF A UUID, SEEDED OFF THE CLOCK.
       77  HEX-DIGITS                         PIC X(16) VALUE
           "0123456789abcdef".
       77  RANDOM-SEED                        PIC 9(8).
       77  RANDOM-VALUE                       PIC V9(9).
       77  RANDOM-DIGIT                       PIC 99.
       77  RANDOM-I                           PIC 99.
       77  RANDOM-OUT                         PIC 99.
       77  KEYS-LISTED                        PIC 9(4).
       01  PIX-AUDIT-DETAIL.
           02  FILLER                         PIC X(08) VALUE
               "PIX KEY ".
           02  PXA-AUDIT-TYPE                 PIC X(01).
           02  FILLER                         PIC X(01) VALUE SPACE.
           02  PXA-AUDIT-VALUE                PIC X(40).
           02  FILLER                         PIC X(09) VALUE
               " ACCOUNT ".
           02  PXA-AUDIT-ACCOUNT              PIC 9(10).
           02  FILLER                         PIC X(08) VALUE
               " STATUS ".
           02  PXA-AUDIT-STATUS               PIC X(01).
       01  KEY-LIST-LINE.
           02  KL-TYPE                       PIC X(06).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  KL-VALUE                      PIC X(40).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  KL-STATUS                     PIC X(08).
           02  FILLER                        PIC X(02) VALUE SPACES.
           02  KL-DATE                       PIC 9(8).

       LINKAGE                                                  SECTION.
       77  LK-OPERATOR-ID                      PIC X(10).

       PROCEDURE                                                DIVISION
                                                   USING LK-OPERATOR-ID.
       MAIN.
           MOVE LK-OPERATOR-ID TO CURRENT-OPERATOR-ID

           DISPLAY "---------------------------------------------------"
           DISPLAY " PIX KEY DIRECTORY"
           DISPLAY "---------------------------------------------------"
           DISPLAY ""
           DISPLAY " > 1 register a key"
           DISPLAY " > 2 list an account's keys"
           DISPLAY " > 3 delete a key"
           DISPLAY " > 0 cancel"
           DISPLAY "[?] Choose your option:"
           ACCEPT INP-PIX-CHOICE

           IF INP-PIX-CHOICE = 0
               GOBACK
           END-IF

           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-PIX-KEY-DIRECTORY

           EVALUATE INP-PIX-CHOICE
               WHEN 1 PERFORM REGISTER-PIX-KEY
               WHEN 2 PERFORM LIST-ACCOUNT-KEYS
               WHEN 3 PERFORM DELETE-PIX-KEY
               WHEN OTHER
                   DISPLAY "[X] Invalid option!"
           END-EVALUATE

           CLOSE CLIENT-MASTER ACCOUNT-MASTER PIX-KEY-DIRECTORY
           GOBACK.

       REGISTER-PIX-KEY                                         SECTION.
           DISPLAY "[?] Account ID to receive PIX payments:"
           ACCEPT PIX-ACCOUNT
           MOVE PIX-ACCOUNT TO ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT

           IF ACCOUNT-RESOLVE-NOT-FOUND
               DISPLAY "[X] No account on file for " PIX-ACCOUNT
               GO TO REGISTER-PIX-KEY-EXIT
           END-IF

           DISPLAY "[!] Customer:"
           DISPLAY CLIENT-INFO

           IF RESOLVED-ACCOUNT-NOT-ACTIVE
               DISPLAY "[X] Account " PIX-ACCOUNT
                   " is inactive, no keys may be registered."
               GO TO REGISTER-PIX-KEY-EXIT
           END-IF
           MOVE CLIENT-HASH TO PIX-OWNER-HASH

           PERFORM COUNT-ACCOUNT-KEYS
           IF KEYS-ON-ACCOUNT >= MAX-KEYS-PER-ACCOUNT
               DISPLAY "[X] Account " PIX-ACCOUNT " already has "
                   KEYS-ON-ACCOUNT " keys, delete one first."
               GO TO REGISTER-PIX-KEY-EXIT
           END-IF

           DISPLAY "[?] Key type (C CPF / P phone / E e-mail / "
               "R random):"
           ACCEPT INP-KEY-TYPE

      *    THE MASTER RECORD IS THE AUTHORITY -- A CPF, PHONE OR
      *    E-MAIL KEY THE CUSTOMER QUOTES MUST BE THE ONE ON FILE.
           SET KEY-DIFFERS-FROM-MASTER TO TRUE
           EVALUATE TRUE
               WHEN INP-KEY-IS-CPF
                   DISPLAY "[?] CPF (11 digits):"
                   ACCEPT INP-KEY-VALUE
                   MOVE CLIENT-CPF TO CPF-AS-TEXT
                   IF INP-KEY-VALUE = CPF-AS-TEXT
                       SET KEY-MATCHES-MASTER TO TRUE
                   END-IF
               WHEN INP-KEY-IS-PHONE
                   DISPLAY "[?] Mobile phone, digits only:"
                   ACCEPT INP-KEY-VALUE
                   IF CLIENT-PHONE NOT = SPACES
                           AND INP-KEY-VALUE = CLIENT-PHONE
                       SET KEY-MATCHES-MASTER TO TRUE
                   END-IF
               WHEN INP-KEY-IS-EMAIL
                   DISPLAY "[?] E-mail address:"
                   ACCEPT INP-KEY-VALUE
                   MOVE INP-KEY-VALUE TO KEY-COMPARE-1
                   MOVE CLIENT-EMAIL TO KEY-COMPARE-2
                   INSPECT KEY-COMPARE-1 CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   INSPECT KEY-COMPARE-2 CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   IF CLIENT-EMAIL NOT = SPACES
                           AND KEY-COMPARE-1 = KEY-COMPARE-2
                       SET KEY-MATCHES-MASTER TO TRUE
                   END-IF
               WHEN INP-KEY-IS-RANDOM
                   PERFORM GENERATE-RANDOM-KEY
                   SET KEY-MATCHES-MASTER TO TRUE
               WHEN OTHER
                   DISPLAY "[X] Invalid key type, must be C, P, E "
                       "or R."
                   GO TO REGISTER-PIX-KEY-EXIT
           END-EVALUATE

           IF KEY-DIFFERS-FROM-MASTER
               DISPLAY "[X] The key does not match the customer's "
                   "record -- update it in MAN6 first."
               GO TO REGISTER-PIX-KEY-EXIT
           END-IF

           MOVE INP-KEY-VALUE TO PIX-SEEK-KEY
           PERFORM PIX-KEY-DIRECTORY-SEEK-KEY
           IF PIX-KEY-SEEK-FOUND
               DISPLAY "[X] Key " INP-KEY-VALUE " is already "
                   "registered to account " PIXK-ACCOUNT-NUMBER
               GO TO REGISTER-PIX-KEY-EXIT
           END-IF

           MOVE SPACES TO PIX-KEY-RECORD
           EVALUATE TRUE
               WHEN INP-KEY-IS-CPF
                   SET PIXK-IS-CPF TO TRUE
               WHEN INP-KEY-IS-PHONE
                   SET PIXK-IS-PHONE TO TRUE
               WHEN INP-KEY-IS-EMAIL
                   SET PIXK-IS-EMAIL TO TRUE
               WHEN OTHER
                   SET PIXK-IS-RANDOM TO TRUE
           END-EVALUATE
           MOVE INP-KEY-VALUE TO PIXK-KEY-VALUE
           MOVE PIX-ACCOUNT TO PIXK-ACCOUNT-NUMBER
           MOVE PIX-OWNER-HASH TO PIXK-CLIENT-HASH
           SET PIXK-STATUS-ACTIVE TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO PIXK-REGISTERED-DATE
           MOVE PIXK-REGISTERED-DATE TO PIXK-STATUS-DATE

      *    THE SEEK LEFT THE KEY ON THE LAST RECORD READ -- RE-DERIVE
      *    THE NEXT FREE SLOT FROM THE RECORD COUNT, SAME AS MAN1.
           COMPUTE PIX-KEY-DIRECTORY-KEY =
               PIX-KEY-DIRECTORY-RECORD-COUNT + 1
           WRITE PIX-KEY-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not save key, file status: "
                       PIX-KEY-DIRECTORY-STATUS
                   GO TO REGISTER-PIX-KEY-EXIT
           END-WRITE
           ADD 1 TO PIX-KEY-DIRECTORY-RECORD-COUNT

           MOVE "PIXKEYADD" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           PERFORM AUDIT-PIX-KEY

           DISPLAY "[!] Key " PIXK-KEY-VALUE " registered to account "
               PIX-ACCOUNT.

       REGISTER-PIX-KEY-EXIT.
           EXIT.

      *    ACTIVE KEYS ALREADY POINTING AT PIX-ACCOUNT.
       COUNT-ACCOUNT-KEYS                                       SECTION.
           MOVE ZERO TO KEYS-ON-ACCOUNT
           MOVE 1 TO PIX-KEY-DIRECTORY-KEY
           START PIX-KEY-DIRECTORY
                   KEY IS NOT LESS THAN PIX-KEY-DIRECTORY-KEY
               INVALID KEY
                   SET PIX-KEY-DIRECTORY-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL PIX-KEY-DIRECTORY-NOT-FOUND
               READ PIX-KEY-DIRECTORY NEXT RECORD
                   AT END
                       SET PIX-KEY-DIRECTORY-NOT-FOUND TO TRUE
                   NOT AT END
                       IF PIXK-ACCOUNT-NUMBER = PIX-ACCOUNT
                               AND PIXK-STATUS-ACTIVE
                           ADD 1 TO KEYS-ON-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

      *    32 HEX DIGITS OFF THE RANDOM-NUMBER GENERATOR, HYPHENATED
      *    8-4-4-4-12. THE DIRECTORY SEEK AFTERWARDS STILL GUARDS
      *    AGAINST THE (VANISHINGLY UNLIKELY) REPEAT.
       GENERATE-RANDOM-KEY                                      SECTION.
           MOVE SPACES TO INP-KEY-VALUE
           MOVE FUNCTION CURRENT-DATE(9:8) TO RANDOM-SEED
           COMPUTE RANDOM-VALUE = FUNCTION RANDOM(RANDOM-SEED)
           MOVE ZERO TO RANDOM-OUT
           PERFORM ADD-ONE-RANDOM-DIGIT
               VARYING RANDOM-I FROM 1 BY 1 UNTIL RANDOM-I > 32
           DISPLAY "[!] Random key generated: " INP-KEY-VALUE.

       ADD-ONE-RANDOM-DIGIT                                     SECTION.
           IF RANDOM-I = 9 OR RANDOM-I = 13 OR RANDOM-I = 17
                   OR RANDOM-I = 21
               ADD 1 TO RANDOM-OUT
               MOVE "-" TO INP-KEY-VALUE(RANDOM-OUT:1)
           END-IF
           COMPUTE RANDOM-VALUE = FUNCTION RANDOM
           COMPUTE RANDOM-DIGIT = RANDOM-VALUE * 16 + 1
           ADD 1 TO RANDOM-OUT
           MOVE HEX-DIGITS(RANDOM-DIGIT:1)
               TO INP-KEY-VALUE(RANDOM-OUT:1).

       LIST-ACCOUNT-KEYS                                        SECTION.
           DISPLAY "[?] Account ID:"
           ACCEPT PIX-ACCOUNT

           MOVE ZERO TO KEYS-LISTED
           MOVE 1 TO PIX-KEY-DIRECTORY-KEY
           START PIX-KEY-DIRECTORY
                   KEY IS NOT LESS THAN PIX-KEY-DIRECTORY-KEY
               INVALID KEY
                   SET PIX-KEY-DIRECTORY-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL PIX-KEY-DIRECTORY-NOT-FOUND
               READ PIX-KEY-DIRECTORY NEXT RECORD
                   AT END
                       SET PIX-KEY-DIRECTORY-NOT-FOUND TO TRUE
                   NOT AT END
                       IF PIXK-ACCOUNT-NUMBER = PIX-ACCOUNT
                           PERFORM LIST-ONE-KEY
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "[!] Keys listed: " KEYS-LISTED.

       LIST-ONE-KEY                                             SECTION.
           EVALUATE TRUE
               WHEN PIXK-IS-CPF
                   MOVE "CPF" TO KL-TYPE
               WHEN PIXK-IS-PHONE
                   MOVE "PHONE" TO KL-TYPE
               WHEN PIXK-IS-EMAIL
                   MOVE "E-MAIL" TO KL-TYPE
               WHEN OTHER
                   MOVE "RANDOM" TO KL-TYPE
           END-EVALUATE
           MOVE PIXK-KEY-VALUE TO KL-VALUE
           IF PIXK-STATUS-ACTIVE
               MOVE "ACTIVE" TO KL-STATUS
           ELSE
               MOVE "DELETED" TO KL-STATUS
           END-IF
           MOVE PIXK-STATUS-DATE TO KL-DATE
           DISPLAY KEY-LIST-LINE
           ADD 1 TO KEYS-LISTED.

      *    THE KEY STOPS RESOLVING AT ONCE; ITS RECORD STAYS AS
      *    HISTORY, SO THE SAME VALUE MAY BE REGISTERED AGAIN LATER.
       DELETE-PIX-KEY                                           SECTION.
           DISPLAY "[?] Key to delete:"
           ACCEPT INP-KEY-VALUE

           MOVE INP-KEY-VALUE TO PIX-SEEK-KEY
           PERFORM PIX-KEY-DIRECTORY-SEEK-KEY
           IF PIX-KEY-SEEK-NOT-FOUND
               DISPLAY "[X] No active key " INP-KEY-VALUE
               GO TO DELETE-PIX-KEY-EXIT
           END-IF

           MOVE PIXK-KEY-TYPE TO PXA-AUDIT-TYPE
           MOVE PIXK-KEY-VALUE TO PXA-AUDIT-VALUE
           MOVE PIXK-ACCOUNT-NUMBER TO PXA-AUDIT-ACCOUNT
           MOVE PIXK-STATUS TO PXA-AUDIT-STATUS
           MOVE PIX-AUDIT-DETAIL TO AUDIT-BEFORE-VALUE

           SET PIXK-STATUS-DELETED TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO PIXK-STATUS-DATE
           REWRITE PIX-KEY-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not update key, file status: "
                       PIX-KEY-DIRECTORY-STATUS
                   GO TO DELETE-PIX-KEY-EXIT
           END-REWRITE

           MOVE "PIXKEYDEL" TO AUDIT-ACTION
           PERFORM AUDIT-PIX-KEY

           DISPLAY "[!] Key " PIXK-KEY-VALUE " deleted from account "
               PIXK-ACCOUNT-NUMBER.

       DELETE-PIX-KEY-EXIT.
           EXIT.

      *    THE CALLER HAS SET AUDIT-ACTION AND AUDIT-BEFORE-VALUE; THE
      *    AFTER IMAGE IS THE KEY RECORD AS IT NOW STANDS.
       AUDIT-PIX-KEY                                            SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE CURRENT-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE "MAN22" TO AUDIT-PROGRAM
           MOVE PIXK-ACCOUNT-NUMBER TO AUDIT-ACCOUNT-ID
           MOVE PIXK-KEY-TYPE TO PXA-AUDIT-TYPE
           MOVE PIXK-KEY-VALUE TO PXA-AUDIT-VALUE
           MOVE PIXK-ACCOUNT-NUMBER TO PXA-AUDIT-ACCOUNT
           MOVE PIXK-STATUS TO PXA-AUDIT-STATUS
           MOVE PIX-AUDIT-DETAIL TO AUDIT-AFTER-VALUE
           PERFORM APPEND-AUDIT-TRAIL.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTMFND.
           COPY PIXKOPN.
           COPY PIXKFND.
           COPY AUDITWRT.
