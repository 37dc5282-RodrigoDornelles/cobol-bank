      *DESCRIPTION.        CARD-AUTH PROCEDURES. MOVE THE ACCOUNT TO
      *                    CAU-SEEK-ACCOUNT AND PERFORM
      *                    CARD-HELD-BALANCE; CAU-HELD-TOTAL COMES
      *                    BACK AS THE SUM HELD UNDER EVERY APPROVED,
      *                    NOT YET SETTLED CARD AUTHORIZATION ON THAT
      *                    ACCOUNT WHOSE HOLD HAS NOT RUN OUT BY TODAY
      *                    -- THE AMOUNT EVERY SPEND PATH TAKES OFF THE
      *                    AVAILABLE BALANCE ON TOP OF DEPOSIT HOLDS
      *                    AND COURT FREEZES. OPEN/SCAN/CLOSE IN ONE
      *                    SHOT, SAME SHAPE AS JUDICIAL-FROZEN-BALANCE.
      *                    NO FILE ON DISK JUST MEANS NO CARD WAS EVER
      *                    USED.
       CARD-HELD-BALANCE                                        SECTION.
           MOVE ZERO TO CAU-HELD-TOTAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO CAU-SEEK-DATE
           OPEN INPUT CARD-AUTH
           IF CARD-AUTH-MISSING
               GO TO CARD-HELD-BALANCE-EXIT
           END-IF

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
                       IF CAU-ACCOUNT-NUMBER = CAU-SEEK-ACCOUNT
                               AND CAU-STATUS-APPROVED
                               AND CAU-HOLD-EXPIRY-DATE > CAU-SEEK-DATE
                           ADD CAU-AMOUNT TO CAU-HELD-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-AUTH.

       CARD-HELD-BALANCE-EXIT.
           EXIT.
