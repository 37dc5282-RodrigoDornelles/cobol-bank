       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID.         GTW2.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        DEBIT-CARD AUTHORIZATION GATEWAY. SAME
      *                    SHAPE AS GTW0/GTW1: NO ACCEPT/DISPLAY, A
      *                    THIN CALL INTERFACE OVER A FIXED-LENGTH
      *                    REQUEST/RESPONSE PAIR, MEANT TO SIT BEHIND
      *                    THE ADAPTER THAT TALKS TO THE CARD NETWORK.
      *                    THE NETWORK ASKS WHETHER A PURCHASE ON ONE
      *                    OF OUR CARDS MAY GO AHEAD; THE ANSWER IS
      *                    YES ONLY FOR AN ACTIVE CARD (CARDREC), NOT
      *                    PAST ITS EXPIRY MONTH, ON A LIVE ACCOUNT
      *                    WHOSE AVAILABLE BALANCE -- LESS DEPOSIT
      *                    HOLDS, COURT-FROZEN MONEY AND THE HOLDS OF
      *                    EARLIER CARD PURCHASES -- PLUS THE
      *                    OVERDRAFT LIMIT COVERS THE AMOUNT, SAME
      *                    RULE AS MAN8. NOTHING IS POSTED HERE: AN
      *                    APPROVAL IS A HOLD (CAUREC) THAT TAKES THE
      *                    AMOUNT OFF THE AVAILABLE BALANCE UNTIL
      *                    BAT28 POSTS THE NETWORK'S SETTLEMENT OR
      *                    PARM-CARD-HOLD-DAYS RUN OUT. EVERY ANSWER,
      *                    APPROVED OR DECLINED, IS WRITTEN TO THE
      *                    CARD-AUTH FILE UNDER THE NETWORK'S
      *                    REFERENCE -- A REQUEST REPEATED UNDER A
      *                    REFERENCE ALREADY ON FILE IS ANSWERED
      *                    "DUPLICATE" WITH THE ORIGINAL AUTHORIZATION,
      *                    NEVER HELD TWICE, SO THE ADAPTER MAY RETRY
      *                    FREELY. THE CHECK AND THE HOLD ARE TAKEN
      *                    UNDER THE POSTING LOCK (LOCKGET) SO NO
      *                    TELLER CAN SPEND THE SAME MONEY IN BETWEEN.
      *                    NOT ON THE MAN0 MENU.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
       FILE-CONTROL.
           COPY CLIENTSEL.
           COPY ACCTMSEL.
           COPY ACCTXSEL.
           COPY ACCTPSEL.
           COPY CARDSEL.
           COPY CAUSEL.
           COPY JUDSEL.
           COPY PARMSEL.
           COPY CALSEL.
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
       FD  CARD-MASTER.
           COPY CARDREC.
       FD  CARD-AUTH.
           COPY CAUREC.
       FD  JUDICIAL-BLOCK.
           COPY JUDREC.
       FD  PARAMETER-FILE.
           COPY PARMFD.
       FD  BANK-CALENDAR.
           COPY CALREC.
       FD  POSTING-LOCK.
           COPY LOCKREC.

       WORKING-STORAGE                                          SECTION.
           COPY CLIENTSTA.
           COPY ACCTMSTA.
           COPY ACCTXSTA.
           COPY ACCTPSTA.
           COPY CARDSTA.
           COPY CAUSTA.
           COPY JUDSTA.
           COPY PARMSTA.
           COPY CALSTA.
           COPY LOCKSTA.
           COPY PARMREC.
           COPY OPERSTA.
       77  CARD-ACCOUNT                       PIC 9(10).
       77  OVERDRAFT-LIMIT                    PIC 9(9)V99.
       77  CURRENT-BALANCE                    PIC S9(9)V99.
       77  AVAILABLE-BALANCE                  PIC S9(9)V99.
       77  PURCHASE-HEADROOM                  PIC S9(9)V99.
       77  TODAY-DATE                         PIC 9(8).
       77  TODAY-MONTH                        PIC 9(6).
      *    THE AUTHORIZATION ALREADY ON FILE UNDER THE REQUEST'S
      *    NETWORK REFERENCE (ZERO IF NONE), AND WHAT THE HOLDS OF THE
      *    CARD ACCOUNT'S EARLIER PURCHASES ADD UP TO -- BOTH GATHERED
      *    IN ONE PASS OVER THE FILE.
       77  FOUND-AUTH-NUMBER                  PIC 9(8).
       77  CARD-HOLDS-TOTAL                   PIC 9(9)V99.

       LINKAGE                                                  SECTION.
       01  LK-CARD-REQUEST.
           02  LK-CARD-NUMBER                 PIC 9(16).
      *    YYYYMM, AS PRINTED ON THE CARD.
           02  LK-CARD-EXPIRY-MONTH           PIC 9(6).
           02  LK-CARD-AMOUNT                 PIC 9(9)V99.
           02  LK-CARD-MERCHANT-NAME          PIC X(25).
           02  LK-CARD-NETWORK-REFERENCE      PIC X(12).
       01  LK-CARD-RESPONSE.
           02  LK-CARD-RESULT                 PIC X(02).
               88  LK-CARD-APPROVED               VALUE "00".
               88  LK-CARD-UNKNOWN-CARD           VALUE "01".
               88  LK-CARD-NOT-ACTIVE             VALUE "02".
               88  LK-CARD-EXPIRED                VALUE "03".
               88  LK-CARD-ACCOUNT-UNAVAILABLE    VALUE "04".
               88  LK-CARD-INSUFFICIENT-FUNDS     VALUE "05".
               88  LK-CARD-DUPLICATE              VALUE "06".
               88  LK-CARD-BAD-REQUEST            VALUE "07".
               88  LK-CARD-SYSTEM-BUSY            VALUE "08".
           02  LK-CARD-APPROVAL-CODE          PIC X(6).
           02  LK-CARD-AUTH-NUMBER            PIC 9(8).
      *    WHAT IS LEFT AVAILABLE ON THE ACCOUNT AFTER THIS PURCHASE'S
      *    HOLD (BEFORE THE OVERDRAFT LIMIT) -- ZERO ON A DECLINE
      *    THAT NEVER REACHED THE BALANCE CHECK.
           02  LK-CARD-AVAILABLE              PIC S9(9)V99.

       PROCEDURE                                                DIVISION
                                     USING LK-CARD-REQUEST
                                           LK-CARD-RESPONSE.
       MAIN.
           SET LK-CARD-BAD-REQUEST TO TRUE
           MOVE SPACES TO LK-CARD-APPROVAL-CODE
           MOVE ZERO TO LK-CARD-AUTH-NUMBER
           MOVE ZERO TO LK-CARD-AVAILABLE
           MOVE "CARDGTW" TO CURRENT-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           MOVE TODAY-DATE(1:6) TO TODAY-MONTH

           PERFORM AUTHORIZE-CARD-PURCHASE
           GOBACK.

       AUTHORIZE-CARD-PURCHASE                                  SECTION.
           IF LK-CARD-NUMBER NOT NUMERIC
                   OR LK-CARD-EXPIRY-MONTH NOT NUMERIC
                   OR LK-CARD-AMOUNT NOT NUMERIC
                   OR LK-CARD-AMOUNT = ZERO
                   OR LK-CARD-NETWORK-REFERENCE = SPACES
               GO TO AUTHORIZE-CARD-PURCHASE-EXIT
           END-IF

           PERFORM LOAD-SYSTEM-PARAMETERS

           PERFORM ACQUIRE-POSTING-LOCK
           IF POSTING-LOCK-DENIED
               SET LK-CARD-SYSTEM-BUSY TO TRUE
               GO TO AUTHORIZE-CARD-PURCHASE-EXIT
           END-IF
           PERFORM OPEN-CARD-MASTER
           PERFORM OPEN-CARD-AUTH

           MOVE ZERO TO CARD-ACCOUNT
           MOVE LK-CARD-NUMBER TO CARD-SEEK-NUMBER
           PERFORM CARD-MASTER-SEEK-NUMBER
           IF CARD-SEEK-FOUND
               MOVE CRD-ACCOUNT-NUMBER TO CARD-ACCOUNT
           END-IF

           PERFORM SCAN-CARD-AUTHORIZATIONS
           IF FOUND-AUTH-NUMBER > ZERO
               SET LK-CARD-DUPLICATE TO TRUE
               MOVE FOUND-AUTH-NUMBER TO CARD-AUTH-KEY
               READ CARD-AUTH
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE CAU-AUTH-NUMBER TO LK-CARD-AUTH-NUMBER
               MOVE CAU-APPROVAL-CODE TO LK-CARD-APPROVAL-CODE
               PERFORM CLOSE-CARD-FILES
               GO TO AUTHORIZE-CARD-PURCHASE-EXIT
           END-IF

           PERFORM CHECK-CARD-PURCHASE
           PERFORM RECORD-AUTHORIZATION
           PERFORM CLOSE-CARD-FILES.

       AUTHORIZE-CARD-PURCHASE-EXIT.
           EXIT.

      *    THE CARD, THE ACCOUNT BEHIND IT, AND THE MONEY ON IT, IN
      *    THAT ORDER; THE FIRST THING WRONG IS THE ANSWER.
       CHECK-CARD-PURCHASE                                      SECTION.
      *    A NUMBER WE NEVER ISSUED, OR AN EXPIRY THAT IS NOT THE ONE
      *    ON OUR CARD, IS THE SAME UNKNOWN CARD TO THE NETWORK.
           IF CARD-SEEK-NOT-FOUND
                   OR LK-CARD-EXPIRY-MONTH NOT = CRD-EXPIRY-MONTH
               SET LK-CARD-UNKNOWN-CARD TO TRUE
               GO TO CHECK-CARD-PURCHASE-EXIT
           END-IF
           IF CRD-EXPIRY-MONTH < TODAY-MONTH
                   OR CRD-STATUS-EXPIRED
               SET LK-CARD-EXPIRED TO TRUE
               GO TO CHECK-CARD-PURCHASE-EXIT
           END-IF
           IF NOT CRD-STATUS-ACTIVE
               SET LK-CARD-NOT-ACTIVE TO TRUE
               GO TO CHECK-CARD-PURCHASE-EXIT
           END-IF

           PERFORM OPEN-CLIENT-MASTER
           PERFORM OPEN-ACCOUNT-MASTER
           MOVE CARD-ACCOUNT TO ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT
           CLOSE CLIENT-MASTER ACCOUNT-MASTER
           IF ACCOUNT-RESOLVE-NOT-FOUND
                   OR RESOLVED-ACCOUNT-NOT-ACTIVE
                   OR RESOLVED-ACCOUNT-ESTATE
               SET LK-CARD-ACCOUNT-UNAVAILABLE TO TRUE
               GO TO CHECK-CARD-PURCHASE-EXIT
           END-IF
           MOVE ACCOUNT-RESOLVE-OVERDRAFT TO OVERDRAFT-LIMIT

      *    SAME AVAILABLE-BALANCE-PLUS-OVERDRAFT RULE AS MAN8, WITH
      *    THE HOLDS OF EARLIER CARD PURCHASES TAKEN OFF AS WELL.
           PERFORM OPEN-ACCOUNT-TXN
           PERFORM OPEN-ACCOUNT-POSITION
           MOVE CARD-ACCOUNT TO TXN-SEEK-HASH
           PERFORM ACCOUNT-POSITION-BALANCE
           CLOSE ACCOUNT-TXN ACCOUNT-POSITION
           MOVE TXN-SEEK-BALANCE TO CURRENT-BALANCE
           MOVE CARD-ACCOUNT TO JUD-SEEK-ACCOUNT
           PERFORM JUDICIAL-FROZEN-BALANCE
           COMPUTE AVAILABLE-BALANCE =
               CURRENT-BALANCE - TXN-SEEK-HELD-AMOUNT
               - JUD-FROZEN-TOTAL - CARD-HOLDS-TOTAL
           COMPUTE PURCHASE-HEADROOM =
               AVAILABLE-BALANCE + OVERDRAFT-LIMIT
           IF LK-CARD-AMOUNT > PURCHASE-HEADROOM
               SET LK-CARD-INSUFFICIENT-FUNDS TO TRUE
               MOVE AVAILABLE-BALANCE TO LK-CARD-AVAILABLE
               GO TO CHECK-CARD-PURCHASE-EXIT
           END-IF

           SET LK-CARD-APPROVED TO TRUE
           COMPUTE LK-CARD-AVAILABLE =
               AVAILABLE-BALANCE - LK-CARD-AMOUNT.

       CHECK-CARD-PURCHASE-EXIT.
           EXIT.

      *    THE ANSWER JUST GIVEN, AS THE NEXT FREE RELATIVE RECORD.
      *    AN APPROVAL'S CODE IS THE LOW SIX DIGITS OF ITS NUMBER --
      *    UNIQUE FOR A MILLION AUTHORIZATIONS, WHICH IS ALL THE
      *    NETWORK ASKS OF IT.
       RECORD-AUTHORIZATION                                     SECTION.
           COMPUTE CARD-AUTH-KEY = CARD-AUTH-RECORD-COUNT + 1
           MOVE ZEROS TO CARD-AUTH-RECORD
           MOVE CARD-AUTH-KEY TO CAU-AUTH-NUMBER
           MOVE LK-CARD-NUMBER TO CAU-CARD-NUMBER
           MOVE CARD-ACCOUNT TO CAU-ACCOUNT-NUMBER
           MOVE LK-CARD-AMOUNT TO CAU-AMOUNT
           MOVE LK-CARD-MERCHANT-NAME TO CAU-MERCHANT-NAME
           MOVE LK-CARD-NETWORK-REFERENCE TO CAU-NETWORK-REFERENCE
           MOVE TODAY-DATE TO CAU-AUTH-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO CAU-TIMESTAMP
           IF LK-CARD-APPROVED
               SET CAU-STATUS-APPROVED TO TRUE
               MOVE CAU-AUTH-NUMBER(3:6) TO CAU-APPROVAL-CODE
               MOVE "00" TO CAU-DECLINE-CODE
               COMPUTE CAU-HOLD-EXPIRY-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                       + PARM-CARD-HOLD-DAYS)
           ELSE
               SET CAU-STATUS-DECLINED TO TRUE
               MOVE SPACES TO CAU-APPROVAL-CODE
               MOVE LK-CARD-RESULT TO CAU-DECLINE-CODE
           END-IF
           WRITE CARD-AUTH-RECORD
               INVALID KEY
                   SET LK-CARD-SYSTEM-BUSY TO TRUE
                   MOVE ZERO TO LK-CARD-AVAILABLE
                   GO TO RECORD-AUTHORIZATION-EXIT
           END-WRITE
           ADD 1 TO CARD-AUTH-RECORD-COUNT
           MOVE CAU-AUTH-NUMBER TO LK-CARD-AUTH-NUMBER
           MOVE CAU-APPROVAL-CODE TO LK-CARD-APPROVAL-CODE.

       RECORD-AUTHORIZATION-EXIT.
           EXIT.

      *    ONE PASS OVER THE CARD-AUTH FILE: AN AUTHORIZATION ALREADY
      *    TAKEN UNDER THIS NETWORK REFERENCE FOR THIS CARD, AND THE
      *    LIVE HOLDS ON THE CARD'S ACCOUNT (THE SAME SUM
      *    CARD-HELD-BALANCE WORKS OUT, TAKEN HERE BECAUSE THE FILE IS
      *    ALREADY OPEN FOR UPDATE).
       SCAN-CARD-AUTHORIZATIONS                                 SECTION.
           MOVE ZERO TO FOUND-AUTH-NUMBER
           MOVE ZERO TO CARD-HOLDS-TOTAL
           MOVE 1 TO CARD-AUTH-KEY
           START CARD-AUTH
                   KEY IS NOT LESS THAN CARD-AUTH-KEY
               INVALID KEY
                   SET CARD-AUTH-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL CARD-AUTH-NOT-FOUND
               READ CARD-AUTH NEXT RECORD
                   AT END
                       SET CARD-AUTH-NOT-FOUND TO TRUE
                   NOT AT END
                       IF CAU-NETWORK-REFERENCE
                               = LK-CARD-NETWORK-REFERENCE
                               AND CAU-CARD-NUMBER = LK-CARD-NUMBER
                           MOVE CAU-AUTH-NUMBER TO FOUND-AUTH-NUMBER
                       END-IF
                       IF CARD-ACCOUNT > ZERO
                               AND CAU-ACCOUNT-NUMBER = CARD-ACCOUNT
                               AND CAU-STATUS-APPROVED
                               AND CAU-HOLD-EXPIRY-DATE > TODAY-DATE
                           ADD CAU-AMOUNT TO CARD-HOLDS-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

       CLOSE-CARD-FILES                                         SECTION.
           CLOSE CARD-MASTER CARD-AUTH
           PERFORM RELEASE-POSTING-LOCK.

           COPY CLIENTOPN.
           COPY CLIENTFND.
           COPY ACCTMOPN.
           COPY ACCTMFND.
           COPY ACCTXOPN.
           COPY ACCTXFND.
           COPY ACCTPOPN.
           COPY ACCTPUPD.
           COPY CARDOPN.
           COPY CARDFND.
           COPY CAUOPN.
           COPY JUDFND.
           COPY PARMGET.
           COPY CALGET.
           COPY LOCKGET.
