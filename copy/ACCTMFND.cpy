      *    RESOLVE-ACCOUNT; ON RETURN ACCOUNT-RESOLVE-FOUND TELLS
      *    WHETHER IT IS A REAL ACCOUNT, THE CLIENT-MASTER FD RECORD
      *    HOLDS THE OWNING CUSTOMER, AND THE ACCOUNT-RESOLVE FIELDS
      *    (SEE ACCTMSTA.CPY) CARRY PRODUCT AND STATUS -- INCLUDING
      *    WHETHER A HOLDER'S DEATH HAS FROZEN IT. A NUMBER WITH
      *    NO ACCOUNT-MASTER RECORD FALLS BACK TO THE ORIGINAL
      *    CONVENTION -- THE CUSTOMER'S OWN CLIENT-HASH IS THE ONE
      *    IMPLICIT CHECKING ACCOUNT EVERY CUSTOMER ALWAYS HAD -- SO
       RESOLVE-ACCOUNT                                          SECTION.
           SET ACCOUNT-RESOLVE-NOT-FOUND TO TRUE
           SET RESOLVED-ACCOUNT-NOT-ACTIVE TO TRUE
           SET RESOLVED-ACCOUNT-NOT-ESTATE TO TRUE
           MOVE "C" TO ACCOUNT-RESOLVE-PRODUCT
           MOVE ZERO TO ACCOUNT-RESOLVE-OVERDRAFT
           MOVE SPACES TO ACCOUNT-RESOLVE-SECOND-NAME
                   IF ACCT-STATUS-ACTIVE AND CLIENT-STATUS-ACTIVE
                       SET RESOLVED-ACCOUNT-ACTIVE TO TRUE
                   END-IF
                   IF ACCT-STATUS-ESTATE-FROZEN
                           OR CLIENT-STATUS-DECEASED
                       SET RESOLVED-ACCOUNT-ESTATE TO TRUE
                   END-IF
               END-IF
           ELSE
               MOVE ACCOUNT-RESOLVE-NUMBER TO CLIENT-SEEK-HASH
                   IF CLIENT-STATUS-ACTIVE
                       SET RESOLVED-ACCOUNT-ACTIVE TO TRUE
                   END-IF
                   IF CLIENT-STATUS-DECEASED
                       SET RESOLVED-ACCOUNT-ESTATE TO TRUE
                   END-IF
               END-IF
           END-IF.
