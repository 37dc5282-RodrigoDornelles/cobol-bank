      *DESCRIPTION.        OPEN BALANCE-SNAPSHOT FOR I-O, CREATING IT
      *                    THE FIRST TIME IT IS USED, AND POSITION
      *                    BALANCE-SNAPSHOT-KEY ON THE NEXT FREE
      *                    RELATIVE RECORD NUMBER -- SAME SHAPE AS
      *                    ACCTMOPN. THE FILE IS LEFT POSITIONED AT ITS
      *                    FIRST RECORD.
       OPEN-BALANCE-SNAPSHOT                                    SECTION.
           OPEN I-O BALANCE-SNAPSHOT
           IF BALANCE-SNAPSHOT-MISSING
               OPEN OUTPUT BALANCE-SNAPSHOT
               CLOSE BALANCE-SNAPSHOT
               OPEN I-O BALANCE-SNAPSHOT
           END-IF

           MOVE ZERO TO BALANCE-SNAPSHOT-RECORD-COUNT
           MOVE 1 TO BALANCE-SNAPSHOT-KEY
           START BALANCE-SNAPSHOT
                   KEY IS NOT LESS THAN BALANCE-SNAPSHOT-KEY
               INVALID KEY
                   SET BALANCE-SNAPSHOT-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL BALANCE-SNAPSHOT-NOT-FOUND
               READ BALANCE-SNAPSHOT NEXT RECORD
                   AT END
                       SET BALANCE-SNAPSHOT-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO BALANCE-SNAPSHOT-RECORD-COUNT
               END-READ
           END-PERFORM

           MOVE 1 TO BALANCE-SNAPSHOT-KEY
           START BALANCE-SNAPSHOT
                   KEY IS NOT LESS THAN BALANCE-SNAPSHOT-KEY
               INVALID KEY
                   CONTINUE
           END-START
           COMPUTE BALANCE-SNAPSHOT-KEY =
               BALANCE-SNAPSHOT-RECORD-COUNT + 1.
