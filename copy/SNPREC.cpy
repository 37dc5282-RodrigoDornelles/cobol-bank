      *DESCRIPTION.        BALANCE-SNAPSHOT RECORD LAYOUT -- ONE
      *                    ACCOUNT'S POSITION OVER ONE CLOSED MONTH,
      *                    TAKEN BY BAT26 FROM THE LEDGER UP TO THE
      *                    MONTH'S LAST DAY: WHERE THE BALANCE OPENED
      *                    AND CLOSED, THE LOWEST AND HIGHEST IT WENT
      *                    (INTRADAY, AS BAT10 JUDGES ITS FEE WAIVER),
      *                    THE AVERAGE OF THE DAY-END BALANCES, HOW
      *                    MANY DAYS IT ENDED OVERDRAWN, AND THE
      *                    DEPOSITS STILL UNDER HOLD AT THE CLOSE.
      *                    THE FILE IS SEPARATE FROM THE LEDGER SO
      *                    BAT8'S YEAR-END ARCHIVE NEVER TOUCHES IT;
      *                    RECORDS ARE NEVER DELETED. MAN29 SHOWS AN
      *                    ACCOUNT'S MONTHS AND PRINTS ITS TREND.
       01  BALANCE-SNAPSHOT-RECORD.
           02  SNP-ACCOUNT-NUMBER            PIC 9(10).
      *    YYYYMM.
           02  SNP-MONTH                     PIC 9(6).
           02  SNP-OPENING-BALANCE           PIC S9(9)V99.
           02  SNP-CLOSING-BALANCE           PIC S9(9)V99.
           02  SNP-HELD-AMOUNT               PIC 9(9)V99.
           02  SNP-MINIMUM-BALANCE           PIC S9(9)V99.
           02  SNP-MAXIMUM-BALANCE           PIC S9(9)V99.
           02  SNP-AVERAGE-BALANCE           PIC S9(9)V99.
           02  SNP-DAYS-IN-MONTH             PIC 9(2).
           02  SNP-DAYS-OVERDRAWN            PIC 9(2).
           02  SNP-POSTING-COUNT             PIC 9(5).
      *    THE LAST LEDGER ENTRY DATED INSIDE THE MONTH (ZERO WHEN
      *    THE ACCOUNT WAS QUIET), AND THE DAY THE SNAPSHOT WAS TAKEN.
           02  SNP-LAST-SEQUENCE             PIC 9(8).
           02  SNP-TAKEN-DATE                PIC 9(8).
           02  FILLER                        PIC X(10).
