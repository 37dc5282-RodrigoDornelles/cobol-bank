      *                    CREATING THE FILE WITH THE SHIPPED DEFAULT
      *                    MAPPING THE FIRST TIME IT IS USED (SAME
      *                    CREATE-ON-FIRST-OPEN SHAPE AS PARMGET).
      *                    A SHIPPED TYPE MISSING FROM AN EXISTING MAP
      *                    (ONE ADDED SINCE THE MAP WAS CREATED) IS
      *                    APPENDED WITH ITS DEFAULT ACCOUNTS, SO A
      *                    NEW LEDGER TYPE NEVER REACHES BAT12
      *                    UNMAPPED; A TYPE ALREADY ON THE MAP KEEPS
      *                    WHATEVER MAN17 LAST SAVED FOR IT.
      *                    THE DEFAULTS: CASH 10010000, CLEARING
      *                    SETTLEMENT 10020000, CUSTOMER DEPOSITS
      *                    20010000, IRRF PAYABLE 20020000, DEBIT
      *                    INTEREST INCOME 40010000, FEE INCOME
      *                    40020000, INTEREST EXPENSE 50010000,
      *                    JUDICIAL DEPOSITS PAYABLE 20040000, PIX
      *                    SETTLEMENT (CENTRAL BANK) 10040000, CARD
      *                    NETWORK SETTLEMENT 10050000 (NOT SHARED
      *                    -- BAT20'S LOAN-LOSS ALLOWANCE HAS ITS OWN
      *                    10060000 AND POSTS OUTSIDE THIS MAP). THE
      *                    BACK-VALUE CORRECTIONS "1", "2" AND "3"
      *                    REVERSE THE LEGS OF "I", "O" AND "H".
      *                    CARRY-FORWARD ("C") ENTRIES ARE ARCHIVE
      *                    MECHANICS, NOT DAILY ACTIVITY, AND ARE NOT
      *                    MAPPED -- BAT12 SKIPS THEM.
       LOAD-GL-MAP                                              SECTION.
           MOVE ZERO TO GL-MAP-COUNT
           OPEN INPUT GL-MAP-FILE
           IF GL-MAP-FILE-MISSING
               PERFORM SEED-DEFAULT-GL-MAP
           ELSE
               PERFORM READ-GL-MAP-FILE
               PERFORM SEED-DEFAULT-GL-MAP
           END-IF.

       READ-GL-MAP-FILE                                         SECTION.
           MOVE "N" TO GL-MAP-EOF-SW
           PERFORM UNTIL GL-MAP-EOF
               READ GL-MAP-FILE
                   AT END
                       SET GL-MAP-EOF TO TRUE
                   NOT AT END
                       IF GL-MAP-COUNT < 40
                           ADD 1 TO GL-MAP-COUNT
                           MOVE GLM-TXN-TYPE
                               TO GLT-TXN-TYPE(GL-MAP-COUNT)
           CLOSE GL-MAP-FILE.

       SEED-DEFAULT-GL-MAP                                      SECTION.
           MOVE "N" TO GL-MAP-EXTEND-SW
           MOVE "D" TO GL-MAP-SEEK-TYPE
           MOVE 10010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 20010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "W" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 10010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "I" TO GL-MAP-SEEK-TYPE
           MOVE 50010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 20010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "O" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 40010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "T" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 20010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "F" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 20010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "R" TO GL-MAP-SEEK-TYPE
           MOVE 10010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 20010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "S" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 10010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "X" TO GL-MAP-SEEK-TYPE
           MOVE 10020000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 20010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "Y" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 10020000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "M" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 40020000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "H" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 20020000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "Q" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 10010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "E" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 10010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "K" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 20030000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "L" TO GL-MAP-SEEK-TYPE
           MOVE 20030000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 20010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "N" TO GL-MAP-SEEK-TYPE
           MOVE 10030000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 20010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "P" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 10030000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "J" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 20040000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "G" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 10040000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "U" TO GL-MAP-SEEK-TYPE
           MOVE 10040000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 20010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "B" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 10020000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "A" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 10020000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "V" TO GL-MAP-SEEK-TYPE
           MOVE 10020000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 20010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "Z" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 10050000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "1" TO GL-MAP-SEEK-TYPE
           MOVE 20010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 50010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "2" TO GL-MAP-SEEK-TYPE
           MOVE 40010000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 20010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           MOVE "3" TO GL-MAP-SEEK-TYPE
           MOVE 20020000 TO GL-MAP-DEBIT-ACCOUNT
           MOVE 20010000 TO GL-MAP-CREDIT-ACCOUNT
           PERFORM ADD-DEFAULT-GL-MAPPING
           IF GL-MAP-EXTENDED
               CLOSE GL-MAP-FILE
           END-IF.

      *    GL-MAP-SEEK-TYPE AND THE TWO ACCOUNTS HOLD ONE SHIPPED
      *    DEFAULT. IT IS WRITTEN AND TAKEN INTO THE TABLE ONLY WHEN
      *    THE TYPE IS NOT ON THE MAP ALREADY; THE FILE IS OPENED FOR
      *    EXTEND ON THE FIRST SUCH TYPE.
       ADD-DEFAULT-GL-MAPPING                                   SECTION.
           MOVE GL-MAP-DEBIT-ACCOUNT TO GL-MAP-DEFAULT-DEBIT
           MOVE GL-MAP-CREDIT-ACCOUNT TO GL-MAP-DEFAULT-CREDIT
           PERFORM GL-MAP-FIND
           IF GL-MAP-NOT-FOUND AND GL-MAP-COUNT < 40
               IF NOT GL-MAP-EXTENDED
                   OPEN EXTEND GL-MAP-FILE
                   IF GL-MAP-FILE-MISSING
                       OPEN OUTPUT GL-MAP-FILE
                       CLOSE GL-MAP-FILE
                       OPEN EXTEND GL-MAP-FILE
                   END-IF
                   SET GL-MAP-EXTENDED TO TRUE
               END-IF
               MOVE GL-MAP-SEEK-TYPE TO GLM-TXN-TYPE
               MOVE GL-MAP-DEFAULT-DEBIT TO GLM-DEBIT-ACCOUNT
               MOVE GL-MAP-DEFAULT-CREDIT TO GLM-CREDIT-ACCOUNT
               WRITE GL-MAP-RECORD
               ADD 1 TO GL-MAP-COUNT
               MOVE GL-MAP-SEEK-TYPE TO GLT-TXN-TYPE(GL-MAP-COUNT)
               MOVE GL-MAP-DEFAULT-DEBIT
                   TO GLT-DEBIT-ACCOUNT(GL-MAP-COUNT)
               MOVE GL-MAP-DEFAULT-CREDIT
                   TO GLT-CREDIT-ACCOUNT(GL-MAP-COUNT)
           END-IF.

      *    LOOK UP GL-MAP-SEEK-TYPE IN THE LOADED TABLE -- ON RETURN
      *    GL-MAP-FOUND TELLS WHETHER GL-MAP-DEBIT-ACCOUNT AND
