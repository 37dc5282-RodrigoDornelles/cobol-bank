      *DESCRIPTION.        SEEK OF PIX-KEY-DIRECTORY BY KEY VALUE.
      *                    MOVE THE KEY TO PIX-SEEK-KEY AND PERFORM
      *                    PIX-KEY-DIRECTORY-SEEK-KEY; ON RETURN
      *                    PIX-KEY-SEEK-FOUND TELLS WHETHER THE FD
      *                    RECORD HOLDS THE ACTIVE KEY. A DELETED KEY
      *                    OF THE SAME VALUE IS PASSED OVER. REQUIRES
      *                    PIX-KEY-DIRECTORY TO ALREADY BE OPEN.
       PIX-KEY-DIRECTORY-SEEK-KEY                               SECTION.
           SET PIX-KEY-SEEK-NOT-FOUND TO TRUE
           MOVE 1 TO PIX-KEY-DIRECTORY-KEY
           START PIX-KEY-DIRECTORY
                   KEY IS NOT LESS THAN PIX-KEY-DIRECTORY-KEY
               INVALID KEY
                   SET PIX-KEY-DIRECTORY-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL PIX-KEY-DIRECTORY-NOT-FOUND
                       OR PIX-KEY-SEEK-FOUND
               READ PIX-KEY-DIRECTORY NEXT RECORD
                   AT END
                       SET PIX-KEY-DIRECTORY-NOT-FOUND TO TRUE
                   NOT AT END
                       IF PIXK-KEY-VALUE = PIX-SEEK-KEY
                               AND PIXK-STATUS-ACTIVE
                           SET PIX-KEY-SEEK-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
