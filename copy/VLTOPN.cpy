      *DESCRIPTION.        OPEN VAULT-POSITION FOR I-O, CREATING IT THE
      *                    FIRST TIME IT IS USED, AND POSITION
      *                    VAULT-POSITION-KEY ON THE NEXT FREE RELATIVE
      *                    RECORD NUMBER -- SAME SHAPE AS ACCTMOPN. THE
      *                    FILE IS LEFT POSITIONED AT ITS FIRST RECORD.
       OPEN-VAULT-POSITION                                      SECTION.
           OPEN I-O VAULT-POSITION
           IF VAULT-POSITION-MISSING
               OPEN OUTPUT VAULT-POSITION
               CLOSE VAULT-POSITION
               OPEN I-O VAULT-POSITION
           END-IF

           MOVE ZERO TO VAULT-POSITION-RECORD-COUNT
           MOVE 1 TO VAULT-POSITION-KEY
           START VAULT-POSITION
                   KEY IS NOT LESS THAN VAULT-POSITION-KEY
               INVALID KEY
                   SET VAULT-POSITION-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL VAULT-POSITION-NOT-FOUND
               READ VAULT-POSITION NEXT RECORD
                   AT END
                       SET VAULT-POSITION-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO VAULT-POSITION-RECORD-COUNT
               END-READ
           END-PERFORM

           MOVE 1 TO VAULT-POSITION-KEY
           START VAULT-POSITION
                   KEY IS NOT LESS THAN VAULT-POSITION-KEY
               INVALID KEY
                   CONTINUE
           END-START
           COMPUTE VAULT-POSITION-KEY =
               VAULT-POSITION-RECORD-COUNT + 1.
