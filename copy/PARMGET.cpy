           MOVE 1000.00 TO PARM-FEE-WAIVER-MIN-BALANCE
           MOVE 0.2250 TO PARM-IRRF-RATE
           MOVE 0.5000 TO PARM-TERM-PENALTY-RATE
           MOVE 250000.00 TO PARM-FGC-LIMIT
           MOVE 5 TO PARM-SUSPENSE-DAYS
           MOVE 5 TO PARM-LGPD-RETENTION-YEARS
           MOVE 7 TO PARM-AML-WINDOW-DAYS
           MOVE 0.8000 TO PARM-AML-NEAR-RATE
           MOVE 3 TO PARM-AML-NEAR-COUNT
           MOVE 3 TO PARM-AML-BRANCH-COUNT
           MOVE 0.9000 TO PARM-AML-RAPID-RATE
           MOVE 2 TO PARM-AML-RAPID-DAYS
           MOVE 7 TO PARM-CARD-HOLD-DAYS
           MOVE 5 TO PARM-BACK-VALUE-DAYS
           MOVE 1000 TO PARM-BRANCH-OPEN-TIME
           MOVE 1600 TO PARM-BRANCH-CLOSE-TIME
           MOVE 1 TO PARM-KYC-HIGH-YEARS
           MOVE 3 TO PARM-KYC-MEDIUM-YEARS
           MOVE 5 TO PARM-KYC-LOW-YEARS
           MOVE 90 TO PARM-KYC-GRACE-DAYS

           OPEN INPUT PARAMETER-FILE
           IF PARAMETER-FILE-MISSING
           IF PARM-TERM-PENALTY-RATE NOT NUMERIC
               MOVE 0.5000 TO PARM-TERM-PENALTY-RATE
           END-IF
           IF PARM-FGC-LIMIT NOT NUMERIC
               MOVE 250000.00 TO PARM-FGC-LIMIT
           END-IF
           IF PARM-SUSPENSE-DAYS NOT NUMERIC
               MOVE 5 TO PARM-SUSPENSE-DAYS
           END-IF
           IF PARM-LGPD-RETENTION-YEARS NOT NUMERIC
               MOVE 5 TO PARM-LGPD-RETENTION-YEARS
           END-IF
           IF PARM-AML-WINDOW-DAYS NOT NUMERIC
               MOVE 7 TO PARM-AML-WINDOW-DAYS
           END-IF
           IF PARM-AML-NEAR-RATE NOT NUMERIC
               MOVE 0.8000 TO PARM-AML-NEAR-RATE
           END-IF
           IF PARM-AML-NEAR-COUNT NOT NUMERIC
               MOVE 3 TO PARM-AML-NEAR-COUNT
           END-IF
           IF PARM-AML-BRANCH-COUNT NOT NUMERIC
               MOVE 3 TO PARM-AML-BRANCH-COUNT
           END-IF
           IF PARM-AML-RAPID-RATE NOT NUMERIC
               MOVE 0.9000 TO PARM-AML-RAPID-RATE
           END-IF
           IF PARM-AML-RAPID-DAYS NOT NUMERIC
               MOVE 2 TO PARM-AML-RAPID-DAYS
           END-IF
           IF PARM-CARD-HOLD-DAYS NOT NUMERIC
               MOVE 7 TO PARM-CARD-HOLD-DAYS
           END-IF
           IF PARM-BACK-VALUE-DAYS NOT NUMERIC
               MOVE 5 TO PARM-BACK-VALUE-DAYS
           END-IF
           IF PARM-BRANCH-OPEN-TIME NOT NUMERIC
                   OR PARM-BRANCH-CLOSE-TIME NOT NUMERIC
               MOVE 1000 TO PARM-BRANCH-OPEN-TIME
               MOVE 1600 TO PARM-BRANCH-CLOSE-TIME
           END-IF
           IF PARM-KYC-HIGH-YEARS NOT NUMERIC
                   OR PARM-KYC-MEDIUM-YEARS NOT NUMERIC
                   OR PARM-KYC-LOW-YEARS NOT NUMERIC
               MOVE 1 TO PARM-KYC-HIGH-YEARS
               MOVE 3 TO PARM-KYC-MEDIUM-YEARS
               MOVE 5 TO PARM-KYC-LOW-YEARS
           END-IF
           IF PARM-KYC-GRACE-DAYS NOT NUMERIC
               MOVE 90 TO PARM-KYC-GRACE-DAYS
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO PARM-TODAY-YYYYMMDD
      *    A PENDING RATE PROMOTES ON ITS EFFECTIVE DAY -- OR, IF THE
