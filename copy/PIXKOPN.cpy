      *DESCRIPTION.        OPEN PIX-KEY-DIRECTORY FOR I-O, CREATING IT
      *                    THE FIRST TIME IT IS USED, AND POSITION
      *                    PIX-KEY-DIRECTORY-KEY ON THE NEXT FREE
      *                    RELATIVE RECORD NUMBER -- SAME SHAPE AS
      *                    ACCTMOPN. THE FILE IS LEFT POSITIONED AT ITS
      *                    FIRST RECORD.
       OPEN-PIX-KEY-DIRECTORY                                   SECTION.
           OPEN I-O PIX-KEY-DIRECTORY
           IF PIX-KEY-DIRECTORY-MISSING
               OPEN OUTPUT PIX-KEY-DIRECTORY
               CLOSE PIX-KEY-DIRECTORY
               OPEN I-O PIX-KEY-DIRECTORY
           END-IF

           MOVE ZERO TO PIX-KEY-DIRECTORY-RECORD-COUNT
           MOVE 1 TO PIX-KEY-DIRECTORY-KEY
           START PIX-KEY-DIRECTORY
                   KEY IS NOT LESS THAN PIX-KEY-DIRECTORY-KEY
               INVALID KEY
                   SET PIX-KEY-DIRECTORY-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL PIX-KEY-DIRECTORY-NOT-FOUND
               READ PIX-KEY-DIRECTORY NEXT RECORD
                   AT END
                       SET PIX-KEY-DIRECTORY-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO PIX-KEY-DIRECTORY-RECORD-COUNT
               END-READ
           END-PERFORM

           MOVE 1 TO PIX-KEY-DIRECTORY-KEY
           START PIX-KEY-DIRECTORY
                   KEY IS NOT LESS THAN PIX-KEY-DIRECTORY-KEY
               INVALID KEY
                   CONTINUE
           END-START
           COMPUTE PIX-KEY-DIRECTORY-KEY =
               PIX-KEY-DIRECTORY-RECORD-COUNT + 1.
