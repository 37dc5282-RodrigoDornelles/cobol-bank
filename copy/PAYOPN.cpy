      *DESCRIPTION.        OPEN PAYROLL-REGISTER FOR I-O, CREATING IT
      *                    THE FIRST TIME IT IS USED, AND POSITION
      *                    PAYROLL-REGISTER-KEY ON THE NEXT FREE
      *                    RELATIVE RECORD NUMBER -- SAME SHAPE AS
      *                    ACCTMOPN. THE FILE IS LEFT POSITIONED AT ITS
      *                    FIRST RECORD.
       OPEN-PAYROLL-REGISTER                                    SECTION.
           OPEN I-O PAYROLL-REGISTER
           IF PAYROLL-REGISTER-MISSING
               OPEN OUTPUT PAYROLL-REGISTER
               CLOSE PAYROLL-REGISTER
               OPEN I-O PAYROLL-REGISTER
           END-IF

           MOVE ZERO TO PAYROLL-REGISTER-RECORD-COUNT
           MOVE 1 TO PAYROLL-REGISTER-KEY
           START PAYROLL-REGISTER
                   KEY IS NOT LESS THAN PAYROLL-REGISTER-KEY
               INVALID KEY
                   SET PAYROLL-REGISTER-NOT-FOUND TO TRUE
           END-START

           PERFORM UNTIL PAYROLL-REGISTER-NOT-FOUND
               READ PAYROLL-REGISTER NEXT RECORD
                   AT END
                       SET PAYROLL-REGISTER-NOT-FOUND TO TRUE
                   NOT AT END
                       ADD 1 TO PAYROLL-REGISTER-RECORD-COUNT
               END-READ
           END-PERFORM

           MOVE 1 TO PAYROLL-REGISTER-KEY
           START PAYROLL-REGISTER
                   KEY IS NOT LESS THAN PAYROLL-REGISTER-KEY
               INVALID KEY
                   CONTINUE
           END-START
           COMPUTE PAYROLL-REGISTER-KEY =
               PAYROLL-REGISTER-RECORD-COUNT + 1.
