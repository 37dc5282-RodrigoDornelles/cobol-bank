      *DESCRIPTION.        OPEN CARD-AUTH FOR I-O, CREATING
      *                    IT THE FIRST TIME IT IS USED, AND POSITION
      *                    CARD-AUTH-KEY ON THE NEXT FREE
      *                    RELATIVE RECORD NUMBER -- SAME SHAPE AS
      *                    ACCTMOPN. THE FILE IS LEFT POSITIONED AT
      *                    ITS FIRST RECORD.
       OPEN-CARD-AUTH                                           SECTION.
           OPEN I-O CARD-AUTH
           IF CARD-AUTH-MISSING
               OPEN OUTPUT CARD-AUTH
               CLOSE CARD-AUTH
               OPEN I-O CARD-AUTH
           END-IF

           MOVE ZERO TO CARD-AUTH-RECORD-COUNT
           MOVE 1 TO CARD-AUTH-KEY
           START CARD-AUTH
                   KEY IS NOT LESS THAN CARD-AUTH-KEY
               INVALID KEY
                   SET CARD-AUTH-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL CARD-AUTH-NOT-FOUND
               READ CARD-AUTH NEXT RECORD
                   AT END
                       SET CARD-AUTH-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO CARD-AUTH-RECORD-COUNT
               END-READ
           END-PERFORM

           MOVE 1 TO CARD-AUTH-KEY
           START CARD-AUTH
                   KEY IS NOT LESS THAN CARD-AUTH-KEY
               INVALID KEY
                   CONTINUE
           END-START
           COMPUTE CARD-AUTH-KEY =
               CARD-AUTH-RECORD-COUNT + 1.
