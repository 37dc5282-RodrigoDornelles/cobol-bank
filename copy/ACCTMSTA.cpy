      *    AUTHORIZED OVERDRAFT LIMIT OF THE RESOLVED ACCOUNT -- ZERO
      *    FOR SAVINGS AND FOR ACCOUNTS WITH NO FACILITY ON FILE.
       77  ACCOUNT-RESOLVE-OVERDRAFT         PIC 9(9)V99.
      *    SET WHEN THE ACCOUNT IS UNDER A DECEASED-CUSTOMER ESTATE
      *    FREEZE (ALWAYS ALSO NOT-ACTIVE) -- SEE MAN26.
       77  ACCOUNT-RESOLVE-ESTATE-SW         PIC X.
           88  RESOLVED-ACCOUNT-ESTATE         VALUE "Y".
           88  RESOLVED-ACCOUNT-NOT-ESTATE     VALUE "N".
      *    SECOND (JOINT) HOLDER OF THE RESOLVED ACCOUNT -- CPF ZERO
      *    AND NAME SPACES WHEN THE ACCOUNT IS HELD ALONE.
       77  ACCOUNT-RESOLVE-SECOND-NAME       PIC X(32).
