      *                    READING ITS SPOOL FILE BACK TO THE SCREEN.
      *                    NOTHING IS EVER DELETED HERE -- RETIRING
      *                    OLD SPOOLS IS AN OPERATIONS HOUSEKEEPING
      *                    JOB, NOT A TELLER FUNCTION. BAT30'S
      *                    SEGREGATION-OF-DUTIES REPORT NAMES BRANCH
      *                    STAFF AND GOES TO THE INTERNAL AUDITOR
      *                    STRAIGHT FROM THE SPOOL, SO ITS CATALOG
      *                    LINES ARE NEITHER LISTED NOR NUMBERED HERE.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
           GOBACK.

       LIST-CATALOG-ENTRY                                       SECTION.
           IF CAT-PROGRAM = "BAT30"
               GO TO LIST-CATALOG-ENTRY-EXIT
           END-IF
           ADD 1 TO ENTRY-NUMBER

           IF SEEK-PROGRAM NOT = SPACES
                   AT END
                       SET CATALOG-EOF TO TRUE
                   NOT AT END
                       IF CAT-PROGRAM NOT = "BAT30"
                           ADD 1 TO ENTRY-NUMBER
                       END-IF
                       IF ENTRY-NUMBER = INP-PICK-NUMBER
                               AND CAT-PROGRAM NOT = "BAT30"
                           MOVE CAT-SPOOL-NAME TO PICKED-SPOOL-NAME
                           SET PICK-FOUND TO TRUE
                       END-IF
