      *DESCRIPTION.        CARD-AUTH RECORD LAYOUT -- ONE
      *                    PURCHASE THE CARD NETWORK ASKED GTW2 TO
      *                    APPROVE, WHATEVER THE ANSWER WAS. AN
      *                    APPROVED AUTHORIZATION HOLDS ITS AMOUNT:
      *                    THE MONEY STAYS IN THE LEDGER BALANCE BUT
      *                    IS NOT AVAILABLE, AND EVERY SPEND PATH
      *                    (MAN2, MAN8, MAN14, MAN24, MAN25, MAN26,
      *                    GTW1, GTW2, BAT9, BAT16, BAT17, BAT19,
      *                    BAT23) TAKES THE HELD TOTAL OFF THE
      *                    AVAILABLE BALANCE ON TOP OF DEPOSIT HOLDS
      *                    AND COURT FREEZES -- UNTIL BAT28 POSTS THE
      *                    NETWORK'S SETTLEMENT AS A "Z" LEDGER ENTRY,
      *                    OR CAU-HOLD-EXPIRY-DATE ARRIVES FIRST.
      *                    STATUS:
      *                    "A" APPROVED -- HOLDING THE MONEY.
      *                    "D" DECLINED -- CAU-DECLINE-CODE SAYS WHY;
      *                                    NEVER HELD ANYTHING.
      *                    "S" SETTLED  -- POSTED BY BAT28;
      *                                    CAU-LEDGER-SEQUENCE IS THE
      *                                    "Z" ENTRY.
      *                    "X" LAPSED   -- NO SETTLEMENT CAME BEFORE
      *                                    THE HOLD RAN OUT.
      *                    CAU-NETWORK-REFERENCE IS THE NETWORK'S OWN
      *                    ID FOR THE PURCHASE: A REQUEST REPEATED
      *                    UNDER A REFERENCE ALREADY ON FILE IS
      *                    ANSWERED FROM THE ORIGINAL RECORD, AND IT
      *                    IS WHAT THE SETTLEMENT FILE MATCHES ON.
      *                    RECORDS ARE NEVER DELETED. THE TRAILING
      *                    FILLER IS RESERVED GROWTH SPACE, WRITTEN AS
      *                    ZEROS, SAME DOCTRINE AS ACCTMREC.CPY.
       01  CARD-AUTH-RECORD.
           02  CAU-AUTH-NUMBER               PIC 9(8).
           02  CAU-CARD-NUMBER               PIC 9(16).
           02  CAU-ACCOUNT-NUMBER            PIC 9(10).
           02  CAU-AMOUNT                    PIC 9(9)V99.
           02  CAU-MERCHANT-NAME             PIC X(25).
           02  CAU-NETWORK-REFERENCE         PIC X(12).
           02  CAU-APPROVAL-CODE             PIC X(6).
           02  CAU-AUTH-DATE                 PIC 9(8).
           02  CAU-TIMESTAMP                 PIC 9(14).
           02  CAU-STATUS                    PIC X.
               88  CAU-STATUS-APPROVED         VALUE "A".
               88  CAU-STATUS-DECLINED         VALUE "D".
               88  CAU-STATUS-SETTLED          VALUE "S".
               88  CAU-STATUS-LAPSED           VALUE "X".
      *    THE GTW2 RESULT CODE A DECLINE WAS ANSWERED WITH.
           02  CAU-DECLINE-CODE              PIC X(02).
      *    THE FIRST DAY THE HOLD NO LONGER COUNTS -- THE AUTHORIZATION
      *    DATE PLUS PARM-CARD-HOLD-DAYS.
           02  CAU-HOLD-EXPIRY-DATE          PIC 9(8).
           02  CAU-SETTLED-DATE              PIC 9(8).
           02  CAU-SETTLED-AMOUNT            PIC 9(9)V99.
           02  CAU-LEDGER-SEQUENCE           PIC 9(8).
           02  FILLER                        PIC X(10).
