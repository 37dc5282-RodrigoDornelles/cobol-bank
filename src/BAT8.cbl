           COPY ACCTHREC.

       FD  KEEP-FILE.
       01  KEEP-RECORD                        PIC X(97).

       FD  CONTROL-REPORT.
       01  CONTROL-REPORT-LINE                PIC X(80).
           MOVE ZERO TO TXN-REVERSES-SEQUENCE
           MOVE ZERO TO TXN-HOLD-RELEASE-DATE
           MOVE ZERO TO TXN-BRANCH-CODE
           MOVE TXN-DATE TO TXN-VALUE-DATE
           MOVE "SYSTEM" TO TXN-OPERATOR-ID

           ADD 1 TO NEXT-LIVE-KEY
