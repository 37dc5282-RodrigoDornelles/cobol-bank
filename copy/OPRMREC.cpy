      *                    ACCUMULATES ACROSS MAN0 RUNS AND THE LOCK
      *                    HOLDS UNTIL A SUPERVISOR CLEARS IT IN MAN11.
      *                    AN OPERATOR FILE WRITTEN UNDER THE OLD
      *                    52-BYTE LAYOUT (ID/PASSWORD/NAME ONLY), THE
      *                    58-BYTE LAYOUT (BEFORE THE HOME BRANCH) OR
      *                    THE 62-BYTE LAYOUT (BEFORE THE CPF AND HOME
      *                    ADDRESS) MUST BE CONVERTED ONCE WITH UTIL3
      *                    BEFORE ANY OF THESE PROGRAMS OPENS IT.
       01  OPERATOR-MASTER-RECORD.
           02  OPERATOR-ID                   PIC X(10).
      *    BEFORE THE FIELD EXISTED, MEANING "UNKNOWN, TREAT AS
      *    HOME".
           02  OPERATOR-BRANCH-CODE          PIC 9(4).
      *    THE OPERATOR'S OWN CPF AND HOME ADDRESS, KEYED IN MAN11 --
      *    BAT30 MATCHES THEM AGAINST THE HOLDERS OF THE ACCOUNTS THE
      *    OPERATOR POSTS TO AND APPROVES FOR. ZERO/SPACES ON RECORDS
      *    CONVERTED FROM BEFORE THE FIELDS EXISTED, MEANING "NOT YET
      *    RECORDED" -- BAT30 LISTS THOSE OPERATORS SO A SUPERVISOR
      *    FILLS THEM IN.
           02  OPERATOR-CPF                  PIC 9(11).
           02  OPERATOR-HOME-ADDRESS.
               03  OPERATOR-STREET           PIC X(40).
               03  OPERATOR-POSTAL-CODE      PIC 9(08).
