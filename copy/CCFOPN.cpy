      *DESCRIPTION.        OPEN CCF-REGISTRY FOR I-O, CREATING IT THE
      *                    FIRST TIME IT IS USED, AND POSITION
      *                    CCF-REGISTRY-KEY ON THE NEXT FREE RELATIVE
      *                    RECORD NUMBER -- SAME SHAPE AS ACCTMOPN. THE
      *                    FILE IS LEFT POSITIONED AT ITS FIRST RECORD.
       OPEN-CCF-REGISTRY                                        SECTION.
           OPEN I-O CCF-REGISTRY
           IF CCF-REGISTRY-MISSING
               OPEN OUTPUT CCF-REGISTRY
               CLOSE CCF-REGISTRY
               OPEN I-O CCF-REGISTRY
           END-IF

           MOVE ZERO TO CCF-REGISTRY-RECORD-COUNT
           MOVE 1 TO CCF-REGISTRY-KEY
           START CCF-REGISTRY
                   KEY IS NOT LESS THAN CCF-REGISTRY-KEY
               INVALID KEY
                   SET CCF-REGISTRY-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL CCF-REGISTRY-NOT-FOUND
               READ CCF-REGISTRY NEXT RECORD
                   AT END
                       SET CCF-REGISTRY-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO CCF-REGISTRY-RECORD-COUNT
               END-READ
           END-PERFORM

           MOVE 1 TO CCF-REGISTRY-KEY
           START CCF-REGISTRY
                   KEY IS NOT LESS THAN CCF-REGISTRY-KEY
               INVALID KEY
                   CONTINUE
           END-START
           COMPUTE CCF-REGISTRY-KEY =
               CCF-REGISTRY-RECORD-COUNT + 1.
