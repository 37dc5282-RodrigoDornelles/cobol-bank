      *    COUNT AND MONEY TOTAL PER TXN-TYPE, ONE SLOT PER TYPE BYTE
      *    IN USE ON THE LEDGER.
       01  TYPE-TOTALS-TABLE.
           02  TYPE-TOTAL-ENTRY              OCCURS 29 TIMES.
               03  TT-TYPE                   PIC X.
               03  TT-COUNT                  PIC 9(6).
               03  TT-AMOUNT                 PIC 9(11)V99.
       77  TT-I                              PIC 99.
      *    COUNT AND MONEY TOTAL PER BRANCH, TALLIED THROUGH THE
      *    CUSTOMER'S MASTER RECORD -- A TABLE TOTAL LIKE MAN4'S
      *    BRANCH-COUNT-TABLE SINCE THE LEDGER IS IN POSTING ORDER.
           MOVE "L" TO TT-TYPE(17)
           MOVE "N" TO TT-TYPE(18)
           MOVE "P" TO TT-TYPE(19)
           MOVE "J" TO TT-TYPE(20)
           MOVE "G" TO TT-TYPE(21)
           MOVE "U" TO TT-TYPE(22)
           MOVE "B" TO TT-TYPE(23)
           MOVE "A" TO TT-TYPE(24)
           MOVE "V" TO TT-TYPE(25)
           MOVE "Z" TO TT-TYPE(26)
           MOVE "1" TO TT-TYPE(27)
           MOVE "2" TO TT-TYPE(28)
           MOVE "3" TO TT-TYPE(29)
           PERFORM RESET-TYPE-TOTALS
               VARYING TT-I FROM 1 BY 1 UNTIL TT-I > 29
           PERFORM RESET-BRANCH-TOTALS
               VARYING BRANCH-SUB FROM 1 BY 1 UNTIL BRANCH-SUB > 9999

           WRITE JOURNAL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           PERFORM WRITE-TYPE-TOTAL
               VARYING TT-I FROM 1 BY 1 UNTIL TT-I > 29
           MOVE SPACES TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           ADD 1 TO SPOOL-LINE-COUNT
           DISPLAY REPORT-DETAIL-LINE

           PERFORM ADD-TO-TYPE-TOTAL
               VARYING TT-I FROM 1 BY 1 UNTIL TT-I > 29

           MOVE TXN-ACCOUNT-HASH TO ACCOUNT-RESOLVE-NUMBER
           PERFORM RESOLVE-ACCOUNT
