      *DESCRIPTION.        CARD-MASTER PROCEDURES (CARD-MASTER MUST BE
      *                    OPEN). MOVE A CARD NUMBER TO CARD-SEEK-
      *                    NUMBER AND PERFORM CARD-MASTER-SEEK-NUMBER;
      *                    CARD-SEEK-FOUND MEANS CARD-MASTER-RECORD
      *                    NOW HOLDS THAT CARD. THE NUMBER MUST CARRY
      *                    OUR BIN AND A GOOD CHECK DIGIT BEFORE THE
      *                    RELATIVE KEY INSIDE IT IS TRUSTED, SO A
      *                    MISKEYED NUMBER IS NEVER TAKEN FOR SOMEONE
      *                    ELSE'S CARD. CARD-CHECK-DIGIT-OF WORKS OUT
      *                    THE LUHN DIGIT OF THE FIRST FIFTEEN DIGITS
      *                    OF CARD-CHECK-NUMBER INTO CARD-CHECK-DIGIT
      *                    -- MAN30 USES IT TO NUMBER A NEW CARD.
       CARD-MASTER-SEEK-NUMBER                                  SECTION.
           SET CARD-SEEK-NOT-FOUND TO TRUE
           MOVE CARD-SEEK-NUMBER TO CARD-CHECK-NUMBER
           IF CARD-CHECK-BIN NOT = CARD-OUR-BIN
               GO TO CARD-MASTER-SEEK-NUMBER-EXIT
           END-IF
           PERFORM CARD-CHECK-DIGIT-OF
           IF CARD-CHECK-DIGIT NOT = CARD-CHECK-LAST
               GO TO CARD-MASTER-SEEK-NUMBER-EXIT
           END-IF

           MOVE CARD-CHECK-KEY TO CARD-MASTER-KEY
           READ CARD-MASTER
               INVALID KEY
                   GO TO CARD-MASTER-SEEK-NUMBER-EXIT
           END-READ
           IF CRD-NUMBER = CARD-SEEK-NUMBER
               SET CARD-SEEK-FOUND TO TRUE
           END-IF.

       CARD-MASTER-SEEK-NUMBER-EXIT.
           EXIT.

      *    LUHN: FROM THE RIGHTMOST OF THE FIFTEEN DIGITS LEFTWARD,
      *    EVERY OTHER DIGIT (STARTING WITH THAT ONE) IS DOUBLED AND
      *    NINE TAKEN OFF WHEN IT PASSES NINE; THE CHECK DIGIT BRINGS
      *    THE SUM UP TO A MULTIPLE OF TEN.
       CARD-CHECK-DIGIT-OF                                      SECTION.
           MOVE ZERO TO CARD-CHECK-SUM
           PERFORM VARYING CARD-CHECK-I FROM 15 BY -1
                   UNTIL CARD-CHECK-I < 1
               MOVE CARD-CHECK-NUMBER(CARD-CHECK-I:1)
                   TO CARD-CHECK-ONE
               IF FUNCTION MOD(CARD-CHECK-I, 2) = 1
                   COMPUTE CARD-CHECK-ONE-X2 = CARD-CHECK-ONE * 2
                   IF CARD-CHECK-ONE-X2 > 9
                       SUBTRACT 9 FROM CARD-CHECK-ONE-X2
                   END-IF
                   ADD CARD-CHECK-ONE-X2 TO CARD-CHECK-SUM
               ELSE
                   ADD CARD-CHECK-ONE TO CARD-CHECK-SUM
               END-IF
           END-PERFORM
           COMPUTE CARD-CHECK-DIGIT =
               FUNCTION MOD(10 - FUNCTION MOD(CARD-CHECK-SUM, 10), 10).
