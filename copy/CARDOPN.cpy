      *DESCRIPTION.        OPEN CARD-MASTER FOR I-O, CREATING IT THE
      *                    FIRST TIME IT IS USED, AND POSITION
      *                    CARD-MASTER-KEY ON THE NEXT FREE RELATIVE
      *                    RECORD NUMBER -- SAME SHAPE AS ACCTMOPN.
      *                    THE FILE IS LEFT POSITIONED AT ITS FIRST
      *                    RECORD.
       OPEN-CARD-MASTER                                         SECTION.
           OPEN I-O CARD-MASTER
           IF CARD-MASTER-MISSING
               OPEN OUTPUT CARD-MASTER
               CLOSE CARD-MASTER
               OPEN I-O CARD-MASTER
           END-IF

           MOVE ZERO TO CARD-MASTER-RECORD-COUNT
           MOVE 1 TO CARD-MASTER-KEY
           START CARD-MASTER
                   KEY IS NOT LESS THAN CARD-MASTER-KEY
               INVALID KEY
                   SET CARD-MASTER-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL CARD-MASTER-NOT-FOUND
               READ CARD-MASTER NEXT RECORD
                   AT END
                       SET CARD-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO CARD-MASTER-RECORD-COUNT
               END-READ
           END-PERFORM

           MOVE 1 TO CARD-MASTER-KEY
           START CARD-MASTER
                   KEY IS NOT LESS THAN CARD-MASTER-KEY
               INVALID KEY
                   CONTINUE
           END-START
           COMPUTE CARD-MASTER-KEY =
               CARD-MASTER-RECORD-COUNT + 1.
