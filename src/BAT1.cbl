       PROGRAM-ID.         BAT1.
       AUTHOR.             RODRIGO DORNELLES.
      *DESCRIPTION.        CSV EXPORT OF THE CUSTOMER MASTER FOR THE
      *                    CRM TEAM'S SCHEDULED EXTRACT. CUSTOMERS
      *                    ANONYMIZED BY BAT24 ARE LEFT OUT. NOT ON THE
      *                    MAN0 MENU -- RUN STANDALONE LIKE BAT0.

       ENVIRONMENT                                             DIVISION.
                   AT END
                       SET CLIENT-MASTER-NOT-FOUND TO TRUE
                   NOT AT END
      *                AN ANONYMIZED CUSTOMER (BAT24) HAS NO NAME LEFT
      *                AND NOTHING THE CRM MAY STILL HOLD.
                       IF CLIENT-NAME NOT = SPACES
                           PERFORM WRITE-CUSTOMER-CSV-LINE
                       END-IF
               END-READ
           END-PERFORM

