      *DESCRIPTION.        JUDICIAL-BLOCK PROCEDURES. MOVE THE ACCOUNT
      *                    TO JUD-SEEK-ACCOUNT AND PERFORM
      *                    JUDICIAL-FROZEN-BALANCE; JUD-FROZEN-TOTAL
      *                    COMES BACK AS THE SUM FROZEN UNDER EVERY
      *                    ACTIVE OR PARTIAL ORDER ON THAT ACCOUNT --
      *                    THE AMOUNT EVERY SPEND PATH TAKES OFF THE
      *                    AVAILABLE BALANCE ON TOP OF DEPOSIT HOLDS.
      *                    OPEN/SCAN/CLOSE IN ONE SHOT, SAME SHAPE AS
      *                    CHECK-JOB-ALREADY-RUN, SO A CALLER NEED NOT
      *                    HOLD THE FILE OPEN ACROSS ITS POSTING-LOCK
      *                    DANCE. NO FILE ON DISK JUST MEANS NO ORDER
      *                    WAS EVER RECEIVED.
       JUDICIAL-FROZEN-BALANCE                                  SECTION.
           MOVE ZERO TO JUD-FROZEN-TOTAL
           OPEN INPUT JUDICIAL-BLOCK
           IF JUDICIAL-BLOCK-MISSING
               GO TO JUDICIAL-FROZEN-BALANCE-EXIT
           END-IF

           MOVE 1 TO JUDICIAL-BLOCK-KEY
           START JUDICIAL-BLOCK
                   KEY IS NOT LESS THAN JUDICIAL-BLOCK-KEY
               INVALID KEY
                   SET JUDICIAL-BLOCK-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL JUDICIAL-BLOCK-NOT-FOUND
               READ JUDICIAL-BLOCK NEXT RECORD
                   AT END
                       SET JUDICIAL-BLOCK-NOT-FOUND TO TRUE
                   NOT AT END
                       IF JUD-ACCOUNT-NUMBER = JUD-SEEK-ACCOUNT
                               AND JUD-STATUS-FREEZING
                           ADD JUD-FROZEN-AMOUNT TO JUD-FROZEN-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JUDICIAL-BLOCK.

       JUDICIAL-FROZEN-BALANCE-EXIT.
           EXIT.
