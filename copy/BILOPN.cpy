      *DESCRIPTION.        OPEN BILL-PAYMENT FOR I-O, CREATING IT THE
      *                    FIRST TIME IT IS USED, AND POSITION
      *                    BILL-PAYMENT-KEY ON THE NEXT FREE RELATIVE
      *                    RECORD NUMBER -- SAME SHAPE AS ACCTMOPN. THE
      *                    FILE IS LEFT POSITIONED AT ITS FIRST RECORD.
       OPEN-BILL-PAYMENT                                        SECTION.
           OPEN I-O BILL-PAYMENT
           IF BILL-PAYMENT-MISSING
               OPEN OUTPUT BILL-PAYMENT
               CLOSE BILL-PAYMENT
               OPEN I-O BILL-PAYMENT
           END-IF

           MOVE ZERO TO BILL-PAYMENT-RECORD-COUNT
           MOVE 1 TO BILL-PAYMENT-KEY
           START BILL-PAYMENT
                   KEY IS NOT LESS THAN BILL-PAYMENT-KEY
               INVALID KEY
                   SET BILL-PAYMENT-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL BILL-PAYMENT-NOT-FOUND
               READ BILL-PAYMENT NEXT RECORD
                   AT END
                       SET BILL-PAYMENT-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO BILL-PAYMENT-RECORD-COUNT
               END-READ
           END-PERFORM

           MOVE 1 TO BILL-PAYMENT-KEY
           START BILL-PAYMENT
                   KEY IS NOT LESS THAN BILL-PAYMENT-KEY
               INVALID KEY
                   CONTINUE
           END-START
           COMPUTE BILL-PAYMENT-KEY =
               BILL-PAYMENT-RECORD-COUNT + 1.
