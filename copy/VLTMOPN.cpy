      *DESCRIPTION.        OPEN VAULT-MOVEMENT FOR I-O, CREATING IT THE
      *                    FIRST TIME IT IS USED, AND POSITION
      *                    VAULT-MOVEMENT-KEY ON THE NEXT FREE RELATIVE
      *                    RECORD NUMBER -- SAME SHAPE AS ACCTMOPN. THE
      *                    FILE IS LEFT POSITIONED AT ITS FIRST RECORD.
       OPEN-VAULT-MOVEMENT                                      SECTION.
           OPEN I-O VAULT-MOVEMENT
           IF VAULT-MOVEMENT-MISSING
               OPEN OUTPUT VAULT-MOVEMENT
               CLOSE VAULT-MOVEMENT
               OPEN I-O VAULT-MOVEMENT
           END-IF

           MOVE ZERO TO VAULT-MOVEMENT-RECORD-COUNT
           MOVE 1 TO VAULT-MOVEMENT-KEY
           START VAULT-MOVEMENT
                   KEY IS NOT LESS THAN VAULT-MOVEMENT-KEY
               INVALID KEY
                   SET VAULT-MOVEMENT-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL VAULT-MOVEMENT-NOT-FOUND
               READ VAULT-MOVEMENT NEXT RECORD
                   AT END
                       SET VAULT-MOVEMENT-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO VAULT-MOVEMENT-RECORD-COUNT
               END-READ
           END-PERFORM

           MOVE 1 TO VAULT-MOVEMENT-KEY
           START VAULT-MOVEMENT
                   KEY IS NOT LESS THAN VAULT-MOVEMENT-KEY
               INVALID KEY
                   CONTINUE
           END-START
           COMPUTE VAULT-MOVEMENT-KEY =
               VAULT-MOVEMENT-RECORD-COUNT + 1.
