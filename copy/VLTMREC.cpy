      *DESCRIPTION.        VAULT-MOVEMENT RECORD LAYOUT -- ONE MOVEMENT
      *                    OF CASH INTO OR OUT OF A BRANCH VAULT,
      *                    ALWAYS UNDER TWO OPERATORS: THE ONE WHO
      *                    KEYED IT AND THE ONE WHO SIGNED FOR IT.
      *                    "B" A TELLER BUYS CASH FROM THE VAULT --
      *                        VAULT OUT, DRAWER IN.
      *                    "S" A TELLER SELLS CASH TO THE VAULT --
      *                        DRAWER OUT, VAULT IN.
      *                    MAN15 COUNTS THE TELLER'S "B" AND "S"
      *                    MOVEMENTS OF THE DAY INTO THE EXPECTED
      *                    DRAWER, KEYED BY VM-TELLER-ID.
      *                    "D" THE CARRIER DELIVERED CASH -- VAULT IN.
      *                    "C" THE CARRIER COLLECTED CASH -- VAULT OUT.
      *                    "O" THE DAILY COUNT FOUND THE VAULT OVER.
      *                    "H" THE DAILY COUNT FOUND THE VAULT SHORT.
       01  VAULT-MOVEMENT-RECORD.
           02  VM-MOVEMENT-NUMBER            PIC 9(8).
           02  VM-BRANCH-CODE                PIC 9(4).
           02  VM-TYPE                       PIC X.
               88  VM-IS-TELLER-BUY            VALUE "B".
               88  VM-IS-TELLER-SELL           VALUE "S".
               88  VM-IS-CARRIER-DELIVERY      VALUE "D".
               88  VM-IS-CARRIER-COLLECTION    VALUE "C".
               88  VM-IS-COUNT-OVER            VALUE "O".
               88  VM-IS-COUNT-SHORT           VALUE "H".
               88  VM-IS-VAULT-IN              VALUE "S" "D" "O".
           02  VM-AMOUNT                     PIC 9(9)V99.
      *    THE OPERATOR WHO KEYED THE MOVEMENT -- THE TELLER ON A BUY
      *    OR SELL.
           02  VM-TELLER-ID                  PIC X(10).
      *    THE SECOND OPERATOR WHO SIGNED FOR IT -- THE VAULT
      *    CUSTODIAN ON A BUY OR SELL, THE WITNESS OTHERWISE.
           02  VM-CUSTODIAN-ID               PIC X(10).
           02  VM-BUSINESS-DATE              PIC 9(8).
           02  VM-TIMESTAMP                  PIC 9(14).
           02  VM-VAULT-AFTER                PIC 9(11)V99.
           02  FILLER                        PIC X(10).
