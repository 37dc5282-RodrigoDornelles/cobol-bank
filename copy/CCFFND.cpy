      *DESCRIPTION.        CCF-REGISTRY PROCEDURES. MOVE THE CPF TO
      *                    CCF-SEEK-CPF AND PERFORM
      *                    CCF-REGISTRY-SEEK-CPF; CCF-SEEK-FOUND COMES
      *                    BACK SET WHEN THAT CPF HAS AN ACTIVE
      *                    OCCURRENCE ON THE BOUNCED-CHEQUE REGISTRY.
      *                    OPEN/SCAN/CLOSE IN ONE SHOT, SAME SHAPE AS
      *                    JUDICIAL-FROZEN-BALANCE. NO FILE ON DISK
      *                    JUST MEANS NO CHEQUE HAS EVER BOUNCED TWICE.
       CCF-REGISTRY-SEEK-CPF                                    SECTION.
           SET CCF-SEEK-NOT-FOUND TO TRUE
           OPEN INPUT CCF-REGISTRY
           IF CCF-REGISTRY-MISSING
               GO TO CCF-REGISTRY-SEEK-CPF-EXIT
           END-IF

           MOVE 1 TO CCF-REGISTRY-KEY
           START CCF-REGISTRY
                   KEY IS NOT LESS THAN CCF-REGISTRY-KEY
               INVALID KEY
                   SET CCF-REGISTRY-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL CCF-REGISTRY-NOT-FOUND
                       OR CCF-SEEK-FOUND
               READ CCF-REGISTRY NEXT RECORD
                   AT END
                       SET CCF-REGISTRY-NOT-FOUND TO TRUE
                   NOT AT END
                       IF CCF-CPF = CCF-SEEK-CPF
                               AND CCF-STATUS-ACTIVE
                           SET CCF-SEEK-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CCF-REGISTRY.

       CCF-REGISTRY-SEEK-CPF-EXIT.
           EXIT.
