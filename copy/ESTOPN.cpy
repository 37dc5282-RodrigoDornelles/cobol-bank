      *DESCRIPTION.        OPEN ESTATE-REGISTER FOR I-O, CREATING IT THE
      *                    FIRST TIME IT IS USED, AND POSITION
      *                    ESTATE-REGISTER-KEY ON THE NEXT FREE RELATIVE
      *                    RECORD NUMBER -- SAME SHAPE AS ACCTMOPN. THE
      *                    FILE IS LEFT POSITIONED AT ITS FIRST RECORD.
       OPEN-ESTATE-REGISTER                                     SECTION.
           OPEN I-O ESTATE-REGISTER
           IF ESTATE-REGISTER-MISSING
               OPEN OUTPUT ESTATE-REGISTER
               CLOSE ESTATE-REGISTER
               OPEN I-O ESTATE-REGISTER
           END-IF

           MOVE ZERO TO ESTATE-REGISTER-RECORD-COUNT
           MOVE 1 TO ESTATE-REGISTER-KEY
           START ESTATE-REGISTER
                   KEY IS NOT LESS THAN ESTATE-REGISTER-KEY
               INVALID KEY
                   SET ESTATE-REGISTER-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL ESTATE-REGISTER-NOT-FOUND
               READ ESTATE-REGISTER NEXT RECORD
                   AT END
                       SET ESTATE-REGISTER-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO ESTATE-REGISTER-RECORD-COUNT
               END-READ
           END-PERFORM

           MOVE 1 TO ESTATE-REGISTER-KEY
           START ESTATE-REGISTER
                   KEY IS NOT LESS THAN ESTATE-REGISTER-KEY
               INVALID KEY
                   CONTINUE
           END-START
           COMPUTE ESTATE-REGISTER-KEY =
               ESTATE-REGISTER-RECORD-COUNT + 1.
