      *DESCRIPTION.        OPEN JUDICIAL-BLOCK FOR I-O, CREATING IT
      *                    THE FIRST TIME IT IS USED, AND POSITION
      *                    JUDICIAL-BLOCK-KEY ON THE NEXT FREE
      *                    RELATIVE RECORD NUMBER -- SAME SHAPE AS
      *                    ACCTMOPN. THE FILE IS LEFT POSITIONED AT
      *                    ITS FIRST RECORD.
       OPEN-JUDICIAL-BLOCK                                      SECTION.
           OPEN I-O JUDICIAL-BLOCK
           IF JUDICIAL-BLOCK-MISSING
               OPEN OUTPUT JUDICIAL-BLOCK
               CLOSE JUDICIAL-BLOCK
               OPEN I-O JUDICIAL-BLOCK
           END-IF

           MOVE ZERO TO JUDICIAL-BLOCK-RECORD-COUNT
           MOVE 1 TO JUDICIAL-BLOCK-KEY
           START JUDICIAL-BLOCK
                   KEY IS NOT LESS THAN JUDICIAL-BLOCK-KEY
               INVALID KEY
                   SET JUDICIAL-BLOCK-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL JUDICIAL-BLOCK-NOT-FOUND
               READ JUDICIAL-BLOCK NEXT RECORD
                   AT END
                       SET JUDICIAL-BLOCK-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO JUDICIAL-BLOCK-RECORD-COUNT
               END-READ
           END-PERFORM

           MOVE 1 TO JUDICIAL-BLOCK-KEY
           START JUDICIAL-BLOCK
                   KEY IS NOT LESS THAN JUDICIAL-BLOCK-KEY
               INVALID KEY
                   CONTINUE
           END-START
           COMPUTE JUDICIAL-BLOCK-KEY =
               JUDICIAL-BLOCK-RECORD-COUNT + 1.
