      *DESCRIPTION.        SEQUENTIAL SEEK OF VAULT-POSITION BY BRANCH.
      *                    MOVE THE BRANCH TO VLT-SEEK-BRANCH AND
      *                    PERFORM VAULT-POSITION-SEEK-BRANCH; ON
      *                    RETURN VLT-SEEK-FOUND TELLS WHETHER THE FD
      *                    RECORD HOLDS THAT BRANCH'S VAULT, WITH
      *                    VAULT-POSITION-KEY ON IT FOR A REWRITE.
      *                    REQUIRES VAULT-POSITION TO ALREADY BE OPEN.
       VAULT-POSITION-SEEK-BRANCH                               SECTION.
           SET VLT-SEEK-NOT-FOUND TO TRUE
           MOVE 1 TO VAULT-POSITION-KEY
           START VAULT-POSITION
                   KEY IS NOT LESS THAN VAULT-POSITION-KEY
               INVALID KEY
                   SET VAULT-POSITION-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL VAULT-POSITION-NOT-FOUND
                       OR VLT-SEEK-FOUND
               READ VAULT-POSITION NEXT RECORD
                   AT END
                       SET VAULT-POSITION-NOT-FOUND TO TRUE
                   NOT AT END
                       IF VLT-BRANCH-CODE = VLT-SEEK-BRANCH
                           SET VLT-SEEK-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
