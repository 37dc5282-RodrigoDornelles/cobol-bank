      *DESCRIPTION.        ONE-SHOT FILE CONVERSION FOR THE WIDENED
      *                    ACCOUNT-TXN, HISTORY-TXN AND
      *                    OPERATOR-MASTER LAYOUTS.
      *                    THE LEDGER HAS NOW BEEN WIDENED SEVERAL
      *                    TIMES, SO ONE CONVERSION IS CARRIED PER
      *                    EARLIER LAYOUT: THE ORIGINAL 41 BYTES, THE
      *                    77 BYTES THAT PRECEDED THE HOLD-RELEASE
      *                    DATE, THE 85 BYTES THAT PRECEDED THE KEYING
      *                    BRANCH AND THE 89 BYTES THAT PRECEDED THE
      *                    VALUE DATE. WHICHEVER ONE THE FILE READS
      *                    CLEANLY UNDER IS THE ONE THAT RUNS; AN
      *                    ALREADY-CURRENT FILE FAILS EVERY SANITY
      *                    CHECK AND IS LEFT ALONE. THE HISTORY FILE
      *                    CARRIES THE 77- AND 89-BYTE CONVERSIONS.
      *                    BOTH ARE RELATIVE FILES, SO A DATA SET
      *                    WRITTEN UNDER THE OLD RECORD SIZES READS AS
      *                    MISALIGNED GARBAGE THROUGH THE NEW FDS --
      *                    OPERATOR-MASTER: OLD 52-BYTE ENTRIES (ID,
      *                    PASSWORD, NAME) BECOME ACTIVE CLERKS WITH A
      *                    CLEAN LOGIN HISTORY; THE "ADMIN" RECORD
      *                    KEEPS ITS SUPERVISOR LEVEL. THE 58-BYTE
      *                    (BEFORE THE HOME BRANCH) AND 62-BYTE (BEFORE
      *                    THE CPF AND HOME ADDRESS) LAYOUTS CARRY
      *                    OVER WHOLE, THE NEW FIELDS COMING BACK
      *                    EMPTY.
      *                    CLIENT-MASTER: THE 166-BYTE LAYOUT (BEFORE
      *                    THE PHONE AND E-MAIL) AND THE 221-BYTE ONE
      *                    (BEFORE THE KYC REVIEW FIELDS). NOBODY HAS
      *                    REVIEWED A CONVERTED CUSTOMER, SO EACH ONE
      *                    IS WRITTEN AS MEDIUM RISK, NO DOCUMENTS ON
      *                    RECORD, REVIEWER "CONVERTED", WITH A REVIEW
      *                    DATE PARM-KYC-MEDIUM-YEARS BEFORE THE
      *                    CONVERSION -- THE NEXT REVIEW FALLS DUE ON
      *                    THE CONVERSION DATE ITSELF. EVERY EXISTING
      *                    CUSTOMER IS THEN OVERDUE BUT INSIDE THE
      *                    GRACE PERIOD AND ON THE NEXT BAT31 LIST,
      *                    AND NOBODY IS BLOCKED FROM NEW PRODUCTS
      *                    OVERNIGHT.
      *                    EACH FILE IS READ WHOLLY INTO MEMORY UNDER
      *                    ITS OLD LAYOUT, SANITY-CHECKED (AN
      *                    ALREADY-CONVERTED OR UNRECOGNIZABLE FILE IS
           COPY ACCTXSEL.
           COPY ACCTHSEL.
           COPY OPRMSEL.
           COPY PARMSEL.
           COPY CALSEL.
           SELECT HISTORY-TXN-PREV
               ASSIGN TO "data/ACCTHIST.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS OLD-CLI-KEY
               FILE STATUS IS OLD-CLI-STATUS.
           SELECT CLIENT-MASTER-P221
               ASSIGN TO "data/CLIENTMS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS P221-CLI-KEY
               FILE STATUS IS P221-CLI-STATUS.
           SELECT ACCOUNT-TXN-OLD
               ASSIGN TO "data/ACCTTXN.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS P85-TXN-KEY
               FILE STATUS IS P85-TXN-STATUS.
           SELECT ACCOUNT-TXN-P89
               ASSIGN TO "data/ACCTTXN.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS P89-TXN-KEY
               FILE STATUS IS P89-TXN-STATUS.
           SELECT HISTORY-TXN-P89
               ASSIGN TO "data/ACCTHIST.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS P89-HIST-KEY
               FILE STATUS IS P89-HIST-STATUS.
           SELECT OPERATOR-MASTER-OLD
               ASSIGN TO "data/OPERMS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS PREV-OPRM-KEY
               FILE STATUS IS PREV-OPRM-STATUS.
           SELECT OPERATOR-MASTER-P62
               ASSIGN TO "data/OPERMS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS P62-OPRM-KEY
               FILE STATUS IS P62-OPRM-STATUS.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       01  OLD-CLI-RECORD.
           02  OLD-CLI-HASH                   PIC 9(10).
           02  OLD-CLI-INFO                   PIC X(156).
      *    THE CUSTOMER RECORD AS IT WAS BEFORE THE KYC REVIEW FIELDS
      *    -- THE CURRENT CLIENT-INFO, NOTHING AFTER IT.
       FD  CLIENT-MASTER-P221.
       01  P221-CLI-RECORD.
           02  P221-CLI-HASH                  PIC 9(10).
           02  P221-CLI-INFO                  PIC X(211).
       FD  OPERATOR-MASTER.
           COPY OPRMREC.
       FD  PARAMETER-FILE.
           COPY PARMFD.
       FD  BANK-CALENDAR.
           COPY CALREC.
      *    THE LEDGER ENTRY AS IT WAS BEFORE THE COUNTERPART,
      *    SEQUENCE, REVERSAL-LINK AND OPERATOR FIELDS EXISTED.
       FD  ACCOUNT-TXN-OLD.
           02  P85-TXN-REVERSES-SEQUENCE      PIC 9(8).
           02  P85-TXN-OPERATOR-ID            PIC X(10).
           02  P85-TXN-HOLD-RELEASE-DATE      PIC 9(8).
      *    THE LEDGER ENTRY AS IT WAS BEFORE THE VALUE DATE EXISTED
      *    (EVERYTHING UP TO AND INCLUDING THE KEYING BRANCH), AND
      *    THE SAME 89 BYTES ON THE ARCHIVE.
       FD  ACCOUNT-TXN-P89.
       01  P89-TXN-RECORD.
           02  P89-TXN-ACCOUNT-HASH           PIC 9(10).
           02  P89-TXN-TYPE                   PIC X.
           02  P89-TXN-AMOUNT                 PIC 9(9)V99.
           02  P89-TXN-BALANCE-AFTER          PIC S9(9)V99.
           02  P89-TXN-DATE                   PIC 9(8).
           02  P89-TXN-COUNTERPART-HASH       PIC 9(10).
           02  P89-TXN-SEQUENCE               PIC 9(8).
           02  P89-TXN-REVERSES-SEQUENCE      PIC 9(8).
           02  P89-TXN-OPERATOR-ID            PIC X(10).
           02  P89-TXN-HOLD-RELEASE-DATE      PIC 9(8).
           02  P89-TXN-BRANCH-CODE            PIC 9(4).
       FD  HISTORY-TXN-P89.
       01  P89-HIST-RECORD.
           02  P89-HIST-ACCOUNT-HASH          PIC 9(10).
           02  P89-HIST-TYPE                  PIC X.
           02  FILLER                         PIC X(78).
      *    THE OPERATOR RECORD AS IT WAS BEFORE THE LEVEL AND
      *    PASSWORD-LIFECYCLE FIELDS EXISTED.
       FD  OPERATOR-MASTER-OLD.
           02  PREV-OPERATOR-FORCE-CHANGE-SW  PIC X.
           02  PREV-OPERATOR-FAILED-COUNT     PIC 99.
           02  PREV-OPERATOR-LOCKED-SW        PIC X.
      *    THE OPERATOR RECORD AS IT WAS BEFORE THE CPF AND HOME
      *    ADDRESS EXISTED.
       FD  OPERATOR-MASTER-P62.
       01  P62-OPRM-RECORD.
           02  P62-OPERATOR-ID                PIC X(10).
           02  P62-OPERATOR-PASSWORD          PIC X(10).
           02  P62-OPERATOR-NAME              PIC X(32).
           02  P62-OPERATOR-LEVEL             PIC 9.
           02  P62-OPERATOR-ACTIVE-SW         PIC X.
           02  P62-OPERATOR-FORCE-CHANGE-SW   PIC X.
           02  P62-OPERATOR-FAILED-COUNT      PIC 99.
           02  P62-OPERATOR-LOCKED-SW         PIC X.
           02  P62-OPERATOR-BRANCH-CODE       PIC 9(4).

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTXSTA.
           COPY ACCTHSTA.
           COPY OPRMSTA.
           COPY PARMSTA.
           COPY PARMREC.
           COPY CALSTA.
       77  PREV-HIST-KEY                      PIC 9(8).
       77  PREV-HIST-STATUS                   PIC XX.
           88  PREV-HIST-OK                     VALUE "00".
      *    INFO BLOCK (AFTER NAME, DOB AND CPF) -- THE CONVERSION'S
      *    SANITY CHECK LOOKS THERE.
       77  OLD-CLI-STATUS-BYTE                PIC X.
       77  P221-CLI-KEY                       PIC 9(8).
       77  P221-CLI-STATUS                    PIC XX.
           88  P221-CLI-OK                      VALUE "00".
           88  P221-CLI-AT-END                  VALUE "10".
           88  P221-CLI-MISSING                 VALUE "35".
       01  P221-CLI-TABLE.
           02  P221-CLI-SAVED                OCCURS 20000 TIMES
                                             PIC X(221).
       77  P221-CLI-COUNT                     PIC 9(8) VALUE ZERO.
       77  P221-CLI-ABORT-SW                  PIC X VALUE "N".
           88  P221-CLI-CONVERT-ABORTED         VALUE "Y".
      *    THE DAY THE CONVERSION RUNS, AND THE KYC REVIEW DATE THAT
      *    MAKES A CONVERTED CUSTOMER FALL DUE ON IT.
       77  CONVERT-TODAY                      PIC 9(8).
       77  CONVERT-KYC-REVIEW-DATE            PIC 9(8).
       77  OLD-TXN-KEY                        PIC 9(8).
       77  OLD-TXN-STATUS                     PIC XX.
           88  OLD-TXN-OK                       VALUE "00".
       77  P85-TXN-COUNT                      PIC 9(8) VALUE ZERO.
       77  P85-ABORT-SW                       PIC X VALUE "N".
           88  P85-CONVERT-ABORTED              VALUE "Y".
       77  P89-TXN-KEY                        PIC 9(8).
       77  P89-TXN-STATUS                     PIC XX.
           88  P89-TXN-OK                       VALUE "00".
           88  P89-TXN-AT-END                   VALUE "10".
           88  P89-TXN-MISSING                  VALUE "35".
       01  P89-TXN-TABLE.
           02  P89-TXN-SAVED                 OCCURS 50000 TIMES
                                             PIC X(89).
       77  P89-TXN-COUNT                      PIC 9(8) VALUE ZERO.
       77  P89-ABORT-SW                       PIC X VALUE "N".
           88  P89-CONVERT-ABORTED              VALUE "Y".
       77  P89-HIST-KEY                       PIC 9(8).
       77  P89-HIST-STATUS                    PIC XX.
           88  P89-HIST-OK                      VALUE "00".
           88  P89-HIST-AT-END                  VALUE "10".
           88  P89-HIST-MISSING                 VALUE "35".
       77  P89-HIST-COUNT                     PIC 9(8) VALUE ZERO.
       77  P89-HIST-ABORT-SW                  PIC X VALUE "N".
           88  P89-HIST-CONVERT-ABORTED         VALUE "Y".
       77  PREV-OPRM-KEY                      PIC 9(8).
       77  PREV-OPRM-STATUS                   PIC XX.
           88  PREV-OPRM-OK                     VALUE "00".
       77  PREV-OPRM-COUNT                    PIC 9(8) VALUE ZERO.
       77  PREV-OPRM-ABORT-SW                 PIC X VALUE "N".
           88  PREV-OPRM-CONVERT-ABORTED        VALUE "Y".
       77  P62-OPRM-KEY                       PIC 9(8).
       77  P62-OPRM-STATUS                    PIC XX.
           88  P62-OPRM-OK                      VALUE "00".
           88  P62-OPRM-AT-END                  VALUE "10".
           88  P62-OPRM-MISSING                 VALUE "35".
       01  P62-OPRM-TABLE.
           02  P62-OPRM-SAVED                OCCURS 1000 TIMES
                                             PIC X(62).
       77  P62-OPRM-COUNT                     PIC 9(8) VALUE ZERO.
       77  P62-OPRM-ABORT-SW                  PIC X VALUE "N".
           88  P62-OPRM-CONVERT-ABORTED         VALUE "Y".
       01  OLD-OPRM-TABLE.
           02  OLD-OPRM-SAVED                OCCURS 1000 TIMES
                                             PIC X(52).
           DISPLAY "---------------------------------------------------"
           DISPLAY ""

           MOVE FUNCTION CURRENT-DATE(1:8) TO CONVERT-TODAY
           PERFORM LOAD-SYSTEM-PARAMETERS
      *    A 29 FEBRUARY GOING BACK TO A NON-LEAP YEAR BECOMES THE
      *    28TH, SAME AS KYCGET'S DUE-DATE RULE.
           COMPUTE CONVERT-KYC-REVIEW-DATE =
               CONVERT-TODAY - PARM-KYC-MEDIUM-YEARS * 10000
           IF FUNCTION TEST-DATE-YYYYMMDD(CONVERT-KYC-REVIEW-DATE)
                   NOT = ZERO
               SUBTRACT 1 FROM CONVERT-KYC-REVIEW-DATE
           END-IF
           PERFORM CONVERT-ACCOUNT-TXN-FILE
      *    THE 41-BYTE CONVERSION DECLINING THE FILE USUALLY MEANS IT
      *    IS IN A LATER LAYOUT -- TRY THE 77-BYTE ONE BEFORE GIVING
           IF TXN-CONVERT-ABORTED AND PREV-CONVERT-ABORTED
               PERFORM CONVERT-ACCOUNT-TXN-P85
           END-IF
           IF TXN-CONVERT-ABORTED AND PREV-CONVERT-ABORTED
                   AND P85-CONVERT-ABORTED
               PERFORM CONVERT-ACCOUNT-TXN-P89
           END-IF
           PERFORM CONVERT-HISTORY-FILE
           IF PREV-HIST-CONVERT-ABORTED
               PERFORM CONVERT-HISTORY-P89
           END-IF
           PERFORM CONVERT-OPERATOR-FILE
           IF OPRM-CONVERT-ABORTED
               PERFORM CONVERT-OPERATOR-PREV
           END-IF
           IF OPRM-CONVERT-ABORTED AND PREV-OPRM-CONVERT-ABORTED
               PERFORM CONVERT-OPERATOR-P62
           END-IF
           PERFORM CONVERT-CLIENT-FILE
           IF CLI-CONVERT-ABORTED
               PERFORM CONVERT-CLIENT-P221
           END-IF

           DISPLAY ""
           DISPLAY "[!] Conversion finished."
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE ZERO TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE "SYSTEM" TO TXN-OPERATOR-ID

           MOVE CONVERT-I TO ACCOUNT-TXN-KEY
           MOVE PREV-TXN-OPERATOR-ID TO TXN-OPERATOR-ID
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE ZERO TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE

           MOVE CONVERT-I TO ACCOUNT-TXN-KEY
           WRITE ACCOUNT-TXN-RECORD
           MOVE P85-TXN-OPERATOR-ID TO TXN-OPERATOR-ID
           MOVE P85-TXN-HOLD-RELEASE-DATE TO TXN-HOLD-RELEASE-DATE
           MOVE ZERO TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE

           MOVE CONVERT-I TO ACCOUNT-TXN-KEY
           WRITE ACCOUNT-TXN-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not write ledger entry "
                       CONVERT-I ", file status: " ACCOUNT-TXN-STATUS
           END-WRITE.

      *    THE 89-BYTE LAYOUT THAT PRECEDED THE VALUE DATE. EVERY
      *    TYPE LETTER THE LEDGER HAD BY THEN IS AN UPPER-CASE LETTER
      *    -- THE DIGIT TYPES CAME IN WITH THE VALUE DATE -- SO A
      *    DIGIT, A BLANK OR ANYTHING ELSE IN THE TYPE BYTE MEANS THE
      *    FILE IS NOT IN THIS LAYOUT. EVERY CONVERTED ENTRY TOOK
      *    EFFECT THE DAY IT WAS POSTED, SO THE VALUE DATE COMES BACK
      *    AS TXN-DATE.
       CONVERT-ACCOUNT-TXN-P89                                  SECTION.
           OPEN INPUT ACCOUNT-TXN-P89
           IF P89-TXN-MISSING
               GO TO CONVERT-ACCOUNT-TXN-P89-EXIT
           END-IF

           MOVE 1 TO P89-TXN-KEY
           START ACCOUNT-TXN-P89
                   KEY IS NOT LESS THAN P89-TXN-KEY
               INVALID KEY
                   CONTINUE
           END-START

           MOVE ZERO TO P89-TXN-COUNT
           PERFORM UNTIL NOT P89-TXN-OK
               READ ACCOUNT-TXN-P89 NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM SAVE-ONE-P89-TXN
               END-READ
           END-PERFORM

           IF NOT P89-TXN-AT-END AND NOT P89-CONVERT-ABORTED
               DISPLAY "[X] Ledger does not read as the 89-byte "
                   "layout either (file status " P89-TXN-STATUS "), "
                   "leaving it alone -- most likely already converted."
               SET P89-CONVERT-ABORTED TO TRUE
           END-IF
           CLOSE ACCOUNT-TXN-P89

           IF P89-CONVERT-ABORTED
               GO TO CONVERT-ACCOUNT-TXN-P89-EXIT
           END-IF

           OPEN OUTPUT ACCOUNT-TXN
           PERFORM WRITE-ONE-P89-TXN
               VARYING CONVERT-I FROM 1 BY 1
               UNTIL CONVERT-I > P89-TXN-COUNT
           CLOSE ACCOUNT-TXN

           DISPLAY "[!] Ledger entries converted: " P89-TXN-COUNT.

       CONVERT-ACCOUNT-TXN-P89-EXIT.
           EXIT.

       SAVE-ONE-P89-TXN                                         SECTION.
           IF P89-TXN-TYPE NOT ALPHABETIC-UPPER
                   OR P89-TXN-TYPE = SPACE
               DISPLAY "[X] Ledger entry " P89-TXN-KEY " has type '"
                   P89-TXN-TYPE "' -- not the 89-byte layout, "
                   "leaving the file alone."
               SET P89-CONVERT-ABORTED TO TRUE
               MOVE "99" TO P89-TXN-STATUS
           ELSE
           IF P89-TXN-COUNT >= 50000
               DISPLAY "[X] Ledger too large for one-pass conversion, "
                   "leaving it alone."
               SET P89-CONVERT-ABORTED TO TRUE
               MOVE "99" TO P89-TXN-STATUS
           ELSE
               ADD 1 TO P89-TXN-COUNT
               MOVE P89-TXN-RECORD TO P89-TXN-SAVED(P89-TXN-COUNT)
           END-IF
           END-IF.

       WRITE-ONE-P89-TXN                                        SECTION.
           MOVE P89-TXN-SAVED(CONVERT-I) TO P89-TXN-RECORD
           MOVE P89-TXN-ACCOUNT-HASH TO TXN-ACCOUNT-HASH
           MOVE P89-TXN-TYPE TO TXN-TYPE
           MOVE P89-TXN-AMOUNT TO TXN-AMOUNT
           MOVE P89-TXN-BALANCE-AFTER TO TXN-BALANCE-AFTER
           MOVE P89-TXN-DATE TO TXN-DATE
           MOVE P89-TXN-COUNTERPART-HASH TO TXN-COUNTERPART-HASH
           MOVE P89-TXN-SEQUENCE TO TXN-SEQUENCE
           MOVE P89-TXN-REVERSES-SEQUENCE TO TXN-REVERSES-SEQUENCE
           MOVE P89-TXN-OPERATOR-ID TO TXN-OPERATOR-ID
           MOVE P89-TXN-HOLD-RELEASE-DATE TO TXN-HOLD-RELEASE-DATE
           MOVE P89-TXN-BRANCH-CODE TO TXN-BRANCH-CODE
           MOVE P89-TXN-DATE TO TXN-VALUE-DATE

           MOVE CONVERT-I TO ACCOUNT-TXN-KEY
           WRITE ACCOUNT-TXN-RECORD
           MOVE PREV-HIST-OPERATOR-ID TO HIST-TXN-OPERATOR-ID
           MOVE ZERO TO HIST-TXN-HOLD-RELEASE-DATE
           MOVE ZERO TO HIST-TXN-BRANCH-CODE
           MOVE HIST-TXN-DATE TO HIST-TXN-VALUE-DATE

           MOVE CONVERT-I TO HISTORY-TXN-KEY
           WRITE HISTORY-TXN-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not write archived entry "
                       CONVERT-I ", file status: " HISTORY-TXN-STATUS
           END-WRITE.

      *    THE ARCHIVE IN THE 89-BYTE LAYOUT. THE HISTORY RECORD IS A
      *    FIELD-FOR-FIELD MIRROR OF THE LEDGER'S, SO THE SAVED BYTES
      *    ARE HELD IN THE LEDGER CONVERSION'S TABLE (THE LIVE LEDGER
      *    CONVERSION ABOVE HAS FINISHED WITH IT BY NOW), LAY BACK
      *    OVER THE FRONT OF THE NEW RECORD, AND THE VALUE DATE COMES
      *    BACK AS THE POSTING DATE.
       CONVERT-HISTORY-P89                                      SECTION.
           OPEN INPUT HISTORY-TXN-P89
           IF P89-HIST-MISSING
               GO TO CONVERT-HISTORY-P89-EXIT
           END-IF

           MOVE 1 TO P89-HIST-KEY
           START HISTORY-TXN-P89
                   KEY IS NOT LESS THAN P89-HIST-KEY
               INVALID KEY
                   CONTINUE
           END-START

           MOVE ZERO TO P89-HIST-COUNT
           PERFORM UNTIL NOT P89-HIST-OK
               READ HISTORY-TXN-P89 NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM SAVE-ONE-P89-HIST
               END-READ
           END-PERFORM

           IF NOT P89-HIST-AT-END AND NOT P89-HIST-CONVERT-ABORTED
               DISPLAY "[X] History does not read as the 89-byte "
                   "layout either (file status " P89-HIST-STATUS "), "
                   "leaving it alone -- most likely already converted."
               SET P89-HIST-CONVERT-ABORTED TO TRUE
           END-IF
           CLOSE HISTORY-TXN-P89

           IF P89-HIST-CONVERT-ABORTED
               GO TO CONVERT-HISTORY-P89-EXIT
           END-IF

           OPEN OUTPUT HISTORY-TXN
           PERFORM WRITE-ONE-P89-HIST
               VARYING CONVERT-I FROM 1 BY 1
               UNTIL CONVERT-I > P89-HIST-COUNT
           CLOSE HISTORY-TXN

           DISPLAY "[!] Archived entries converted: " P89-HIST-COUNT.

       CONVERT-HISTORY-P89-EXIT.
           EXIT.

       SAVE-ONE-P89-HIST                                        SECTION.
           IF P89-HIST-TYPE NOT ALPHABETIC-UPPER
                   OR P89-HIST-TYPE = SPACE
               DISPLAY "[X] Archived entry " P89-HIST-KEY " has "
                   "type '" P89-HIST-TYPE "' -- not the 89-byte "
                   "layout, leaving the file alone."
               SET P89-HIST-CONVERT-ABORTED TO TRUE
               MOVE "99" TO P89-HIST-STATUS
           ELSE
           IF P89-HIST-COUNT >= 50000
               DISPLAY "[X] History too large for one-pass "
                   "conversion, leaving it alone."
               SET P89-HIST-CONVERT-ABORTED TO TRUE
               MOVE "99" TO P89-HIST-STATUS
           ELSE
               ADD 1 TO P89-HIST-COUNT
               MOVE P89-HIST-RECORD TO P89-TXN-SAVED(P89-HIST-COUNT)
           END-IF
           END-IF.

       WRITE-ONE-P89-HIST                                       SECTION.
           MOVE SPACES TO HISTORY-TXN-RECORD
           MOVE P89-TXN-SAVED(CONVERT-I) TO HISTORY-TXN-RECORD(1:89)
           MOVE HIST-TXN-DATE TO HIST-TXN-VALUE-DATE

           MOVE CONVERT-I TO HISTORY-TXN-KEY
           WRITE HISTORY-TXN-RECORD
           MOVE ZERO TO OPERATOR-FAILED-LOGIN-COUNT
           MOVE "N" TO OPERATOR-LOCKED-SW
           MOVE ZERO TO OPERATOR-BRANCH-CODE
           MOVE ZERO TO OPERATOR-CPF
           MOVE SPACES TO OPERATOR-STREET
           MOVE ZERO TO OPERATOR-POSTAL-CODE

           MOVE CONVERT-I TO OPERATOR-MASTER-KEY
           WRITE OPERATOR-MASTER-RECORD
               TO OPERATOR-FAILED-LOGIN-COUNT
           MOVE PREV-OPERATOR-LOCKED-SW TO OPERATOR-LOCKED-SW
           MOVE ZERO TO OPERATOR-BRANCH-CODE
           MOVE ZERO TO OPERATOR-CPF
           MOVE SPACES TO OPERATOR-STREET
           MOVE ZERO TO OPERATOR-POSTAL-CODE

           MOVE CONVERT-I TO OPERATOR-MASTER-KEY
           WRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not write operator record "
                       CONVERT-I ", file status: "
                       OPERATOR-MASTER-STATUS
           END-WRITE.

      *    THE 62-BYTE OPERATOR LAYOUT THAT PRECEDED THE CPF AND HOME
      *    ADDRESS -- EVERYTHING CARRIES OVER AND THE NEW FIELDS COME
      *    BACK EMPTY UNTIL A SUPERVISOR KEYS THEM IN MAN11. SANITY:
      *    EVERY RECORD'S LEVEL MUST READ 1 OR 2 AND ITS ACTIVE BYTE
      *    "A" OR "D".
       CONVERT-OPERATOR-P62                                     SECTION.
           OPEN INPUT OPERATOR-MASTER-P62
           IF P62-OPRM-MISSING
               GO TO CONVERT-OPERATOR-P62-EXIT
           END-IF

           MOVE 1 TO P62-OPRM-KEY
           START OPERATOR-MASTER-P62
                   KEY IS NOT LESS THAN P62-OPRM-KEY
               INVALID KEY
                   CONTINUE
           END-START

           MOVE ZERO TO P62-OPRM-COUNT
           PERFORM UNTIL NOT P62-OPRM-OK
               READ OPERATOR-MASTER-P62 NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM SAVE-ONE-P62-OPRM
               END-READ
           END-PERFORM

           IF NOT P62-OPRM-AT-END AND NOT P62-OPRM-CONVERT-ABORTED
               DISPLAY "[X] Operator file does not read as the "
                   "62-byte layout either (file status "
                   P62-OPRM-STATUS "), leaving it alone -- most "
                   "likely already converted."
               SET P62-OPRM-CONVERT-ABORTED TO TRUE
           END-IF
           CLOSE OPERATOR-MASTER-P62

           IF P62-OPRM-CONVERT-ABORTED
               GO TO CONVERT-OPERATOR-P62-EXIT
           END-IF

           OPEN OUTPUT OPERATOR-MASTER
           PERFORM WRITE-ONE-P62-OPRM
               VARYING CONVERT-I FROM 1 BY 1
               UNTIL CONVERT-I > P62-OPRM-COUNT
           CLOSE OPERATOR-MASTER

           DISPLAY "[!] Operator records converted: " P62-OPRM-COUNT.

       CONVERT-OPERATOR-P62-EXIT.
           EXIT.

       SAVE-ONE-P62-OPRM                                        SECTION.
           IF (P62-OPERATOR-LEVEL NOT = 1
                   AND P62-OPERATOR-LEVEL NOT = 2)
                   OR (P62-OPERATOR-ACTIVE-SW NOT = "A"
                   AND P62-OPERATOR-ACTIVE-SW NOT = "D")
               DISPLAY "[X] Operator record " P62-OPRM-KEY " does "
                   "not read as the 62-byte layout, leaving the "
                   "file alone."
               SET P62-OPRM-CONVERT-ABORTED TO TRUE
               MOVE "99" TO P62-OPRM-STATUS
           ELSE
           IF P62-OPRM-COUNT >= 1000
               DISPLAY "[X] Operator file too large for one-pass "
                   "conversion, leaving it alone."
               SET P62-OPRM-CONVERT-ABORTED TO TRUE
               MOVE "99" TO P62-OPRM-STATUS
           ELSE
               ADD 1 TO P62-OPRM-COUNT
               MOVE P62-OPRM-RECORD
                   TO P62-OPRM-SAVED(P62-OPRM-COUNT)
           END-IF
           END-IF.

       WRITE-ONE-P62-OPRM                                       SECTION.
           MOVE P62-OPRM-SAVED(CONVERT-I) TO P62-OPRM-RECORD
           MOVE P62-OPERATOR-ID TO OPERATOR-ID
           MOVE P62-OPERATOR-PASSWORD TO OPERATOR-PASSWORD
           MOVE P62-OPERATOR-NAME TO OPERATOR-NAME
           MOVE P62-OPERATOR-LEVEL TO OPERATOR-LEVEL
           MOVE P62-OPERATOR-ACTIVE-SW TO OPERATOR-ACTIVE-SW
           MOVE P62-OPERATOR-FORCE-CHANGE-SW
               TO OPERATOR-FORCE-CHANGE-SW
           MOVE P62-OPERATOR-FAILED-COUNT
               TO OPERATOR-FAILED-LOGIN-COUNT
           MOVE P62-OPERATOR-LOCKED-SW TO OPERATOR-LOCKED-SW
           MOVE P62-OPERATOR-BRANCH-CODE TO OPERATOR-BRANCH-CODE
           MOVE ZERO TO OPERATOR-CPF
           MOVE SPACES TO OPERATOR-STREET
           MOVE ZERO TO OPERATOR-POSTAL-CODE

           MOVE CONVERT-I TO OPERATOR-MASTER-KEY
           WRITE OPERATOR-MASTER-RECORD
           MOVE OLD-CLI-INFO TO CLIENT-INFO(1:156)
           MOVE SPACES TO CLIENT-PHONE
           MOVE SPACES TO CLIENT-EMAIL
           PERFORM SET-CONVERTED-KYC

           MOVE CONVERT-I TO CLIENT-MASTER-KEY
           WRITE CLIENT-MASTER-RECORD
                       CONVERT-I ", file status: "
                       CLIENT-MASTER-STATUS
           END-WRITE.

      *    THE 221-BYTE CUSTOMER LAYOUT THAT PRECEDED THE KYC REVIEW
      *    FIELDS. CLIENT-INFO CARRIES OVER WHOLE AND THE KYC FIELDS
      *    ARE SET BY SET-CONVERTED-KYC. SANITY: EVERY OLD RECORD'S
      *    STATUS BYTE MUST READ "A", "I", "C" OR "D".
       CONVERT-CLIENT-P221                                      SECTION.
           OPEN INPUT CLIENT-MASTER-P221
           IF P221-CLI-MISSING
               GO TO CONVERT-CLIENT-P221-EXIT
           END-IF

           MOVE 1 TO P221-CLI-KEY
           START CLIENT-MASTER-P221
                   KEY IS NOT LESS THAN P221-CLI-KEY
               INVALID KEY
                   CONTINUE
           END-START

           MOVE ZERO TO P221-CLI-COUNT
           PERFORM UNTIL NOT P221-CLI-OK
               READ CLIENT-MASTER-P221 NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM SAVE-ONE-P221-CLI
               END-READ
           END-PERFORM

           IF NOT P221-CLI-AT-END AND NOT P221-CLI-CONVERT-ABORTED
               DISPLAY "[X] Customer master does not read as the "
                   "221-byte layout (file status " P221-CLI-STATUS
                   "), leaving it alone -- most likely already "
                   "converted."
               SET P221-CLI-CONVERT-ABORTED TO TRUE
           END-IF
           CLOSE CLIENT-MASTER-P221

           IF P221-CLI-CONVERT-ABORTED
               GO TO CONVERT-CLIENT-P221-EXIT
           END-IF

           OPEN OUTPUT CLIENT-MASTER
           PERFORM WRITE-ONE-P221-CLI
               VARYING CONVERT-I FROM 1 BY 1
               UNTIL CONVERT-I > P221-CLI-COUNT
           CLOSE CLIENT-MASTER

           DISPLAY "[!] Customer records converted from the 221-byte "
               "layout: " P221-CLI-COUNT.

       CONVERT-CLIENT-P221-EXIT.
           EXIT.

       SAVE-ONE-P221-CLI                                        SECTION.
           MOVE P221-CLI-INFO(52:1) TO OLD-CLI-STATUS-BYTE
           IF OLD-CLI-STATUS-BYTE NOT = "A"
                   AND OLD-CLI-STATUS-BYTE NOT = "I"
                   AND OLD-CLI-STATUS-BYTE NOT = "C"
                   AND OLD-CLI-STATUS-BYTE NOT = "D"
               DISPLAY "[X] Customer record " P221-CLI-KEY " has "
                   "status '" OLD-CLI-STATUS-BYTE "' -- not the "
                   "221-byte layout, leaving the file alone."
               SET P221-CLI-CONVERT-ABORTED TO TRUE
               MOVE "99" TO P221-CLI-STATUS
           ELSE
           IF P221-CLI-COUNT >= 20000
               DISPLAY "[X] Customer master too large for one-pass "
                   "conversion, leaving it alone."
               SET P221-CLI-CONVERT-ABORTED TO TRUE
               MOVE "99" TO P221-CLI-STATUS
           ELSE
               ADD 1 TO P221-CLI-COUNT
               MOVE P221-CLI-RECORD TO P221-CLI-SAVED(P221-CLI-COUNT)
           END-IF
           END-IF.

       WRITE-ONE-P221-CLI                                       SECTION.
           MOVE P221-CLI-SAVED(CONVERT-I) TO P221-CLI-RECORD
           MOVE P221-CLI-HASH TO CLIENT-HASH
           MOVE P221-CLI-INFO TO CLIENT-INFO
           PERFORM SET-CONVERTED-KYC

           MOVE CONVERT-I TO CLIENT-MASTER-KEY
           WRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "[X] Could not write customer record "
                       CONVERT-I ", file status: "
                       CLIENT-MASTER-STATUS
           END-WRITE.

       SET-CONVERTED-KYC                                        SECTION.
           MOVE "M" TO CLIENT-KYC-RISK
           MOVE CONVERT-KYC-REVIEW-DATE TO CLIENT-KYC-REVIEW-DATE
           MOVE "CONVERTED" TO CLIENT-KYC-REVIEWER
           MOVE "NNNN" TO CLIENT-KYC-DOCUMENTS
           MOVE ZERO TO CLIENT-KYC-BLOCKED-DATE.

           COPY PARMGET.
           COPY CALGET.
