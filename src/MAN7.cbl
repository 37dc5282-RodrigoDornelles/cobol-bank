      *                    DEACTIVATED (WITH A REQUIRED REASON), AN
      *                    INACTIVE ONE IS REACTIVATED. THE RECORD IS
      *                    NEVER PHYSICALLY DELETED, SO CLOSED-ACCOUNT
      *                    HISTORY IS RETAINED. A DECEASED CUSTOMER
      *                    ("D") IS LEFT TO MAN26.

       ENVIRONMENT                                              DIVISION.
       INPUT-OUTPUT                                              SECTION.
               CLOSE CLIENT-MASTER
               GOBACK
           END-IF
           IF CLIENT-STATUS-DECEASED
               DISPLAY "[X] Account " CLIENT-SEEK-HASH
                   " is registered deceased -- the estate is "
                   "settled in MAN26."
               CLOSE CLIENT-MASTER
               GOBACK
           END-IF

           IF CLIENT-STATUS-ACTIVE
               DISPLAY "[!] Customer " CLIENT-NAME " is active."
