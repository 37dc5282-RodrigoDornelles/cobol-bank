      *DESCRIPTION.        OPEN AML-ALERT FOR I-O, CREATING IT THE
      *                    FIRST TIME IT IS USED, AND POSITION
      *                    AML-ALERT-KEY ON THE NEXT FREE RELATIVE
      *                    RECORD NUMBER -- SAME SHAPE AS ACCTMOPN. THE
      *                    FILE IS LEFT POSITIONED AT ITS FIRST RECORD.
       OPEN-AML-ALERT                                           SECTION.
           OPEN I-O AML-ALERT
           IF AML-ALERT-MISSING
               OPEN OUTPUT AML-ALERT
               CLOSE AML-ALERT
               OPEN I-O AML-ALERT
           END-IF

           MOVE ZERO TO AML-ALERT-RECORD-COUNT
           MOVE 1 TO AML-ALERT-KEY
           START AML-ALERT
                   KEY IS NOT LESS THAN AML-ALERT-KEY
               INVALID KEY
                   SET AML-ALERT-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL AML-ALERT-NOT-FOUND
               READ AML-ALERT NEXT RECORD
                   AT END
                       SET AML-ALERT-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO AML-ALERT-RECORD-COUNT
               END-READ
           END-PERFORM

           MOVE 1 TO AML-ALERT-KEY
           START AML-ALERT
                   KEY IS NOT LESS THAN AML-ALERT-KEY
               INVALID KEY
                   CONTINUE
           END-START
           COMPUTE AML-ALERT-KEY =
               AML-ALERT-RECORD-COUNT + 1.
