      *DESCRIPTION.        OPEN ICH-SUSPENSE FOR I-O, CREATING IT THE
      *                    FIRST TIME IT IS USED, AND POSITION
      *                    ICH-SUSPENSE-KEY ON THE NEXT FREE RELATIVE
      *                    RECORD NUMBER -- SAME SHAPE AS ACCTMOPN. THE
      *                    FILE IS LEFT POSITIONED AT ITS FIRST RECORD.
       OPEN-ICH-SUSPENSE                                        SECTION.
           OPEN I-O ICH-SUSPENSE
           IF ICH-SUSPENSE-MISSING
               OPEN OUTPUT ICH-SUSPENSE
               CLOSE ICH-SUSPENSE
               OPEN I-O ICH-SUSPENSE
           END-IF

           MOVE ZERO TO ICH-SUSPENSE-RECORD-COUNT
           MOVE 1 TO ICH-SUSPENSE-KEY
           START ICH-SUSPENSE
                   KEY IS NOT LESS THAN ICH-SUSPENSE-KEY
               INVALID KEY
                   SET ICH-SUSPENSE-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL ICH-SUSPENSE-NOT-FOUND
               READ ICH-SUSPENSE NEXT RECORD
                   AT END
                       SET ICH-SUSPENSE-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO ICH-SUSPENSE-RECORD-COUNT
               END-READ
           END-PERFORM

           MOVE 1 TO ICH-SUSPENSE-KEY
           START ICH-SUSPENSE
                   KEY IS NOT LESS THAN ICH-SUSPENSE-KEY
               INVALID KEY
                   CONTINUE
           END-START
           COMPUTE ICH-SUSPENSE-KEY =
               ICH-SUSPENSE-RECORD-COUNT + 1.
