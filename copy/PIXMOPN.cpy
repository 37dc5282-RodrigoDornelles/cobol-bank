      *DESCRIPTION.        OPEN PIX-MOVEMENT FOR I-O, CREATING IT THE
      *                    FIRST TIME IT IS USED, AND POSITION
      *                    PIX-MOVEMENT-KEY ON THE NEXT FREE RELATIVE
      *                    RECORD NUMBER -- SAME SHAPE AS ACCTMOPN. THE
      *                    FILE IS LEFT POSITIONED AT ITS FIRST RECORD.
       OPEN-PIX-MOVEMENT                                        SECTION.
           OPEN I-O PIX-MOVEMENT
           IF PIX-MOVEMENT-MISSING
               OPEN OUTPUT PIX-MOVEMENT
               CLOSE PIX-MOVEMENT
               OPEN I-O PIX-MOVEMENT
           END-IF

           MOVE ZERO TO PIX-MOVEMENT-RECORD-COUNT
           MOVE 1 TO PIX-MOVEMENT-KEY
           START PIX-MOVEMENT
                   KEY IS NOT LESS THAN PIX-MOVEMENT-KEY
               INVALID KEY
                   SET PIX-MOVEMENT-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL PIX-MOVEMENT-NOT-FOUND
               READ PIX-MOVEMENT NEXT RECORD
                   AT END
                       SET PIX-MOVEMENT-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO PIX-MOVEMENT-RECORD-COUNT
               END-READ
           END-PERFORM

           MOVE 1 TO PIX-MOVEMENT-KEY
           START PIX-MOVEMENT
                   KEY IS NOT LESS THAN PIX-MOVEMENT-KEY
               INVALID KEY
                   CONTINUE
           END-START
           COMPUTE PIX-MOVEMENT-KEY =
               PIX-MOVEMENT-RECORD-COUNT + 1.
