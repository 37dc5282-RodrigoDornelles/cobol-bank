      *DESCRIPTION.        PAYROLL-REGISTER RECORD LAYOUT -- ONE
      *                    CORPORATE PAYROLL FILE (CNAB 240) BAT23 HAS
      *                    POSTED. THE EMPLOYER'S ACCOUNT PLUS THE FILE
      *                    SEQUENCE NUMBER (NSA) FROM THE FILE HEADER
      *                    IDENTIFY THE FILE: BAT23 REFUSES ANY FILE
      *                    WHOSE PAIR IS ALREADY HERE, SO A PAYROLL
      *                    RESENT BY MISTAKE NEVER PAYS TWICE. A FILE
      *                    REFUSED WHOLE (BAD TOTALS, NO FUNDS) IS NOT
      *                    REGISTERED AND MAY BE CORRECTED AND SENT
      *                    AGAIN UNDER THE SAME NSA. THE RECORD IS
      *                    WRITTEN "IN PROGRESS" AS SOON AS THE
      *                    EMPLOYER IS DEBITED AND REWRITTEN "COMPLETE"
      *                    WITH THE FINAL COUNTS ONCE EVERY EMPLOYEE
      *                    HAS BEEN PAID; A RUN THAT DIES IN BETWEEN
      *                    LEAVES IT IN PROGRESS, AND THE FILE IS
      *                    REFUSED IN EITHER STATE.
       01  PAYROLL-REGISTER-RECORD.
           02  PAY-INTAKE-NUMBER             PIC 9(8).
           02  PAY-COMPANY-ACCOUNT           PIC 9(10).
           02  PAY-FILE-SEQUENCE             PIC 9(6).
      *    GENERATION DATE FROM THE FILE HEADER, TURNED YYYYMMDD.
           02  PAY-FILE-DATE                 PIC 9(8).
           02  PAY-COMPANY-NAME              PIC X(30).
           02  PAY-ITEM-COUNT                PIC 9(6).
           02  PAY-FILE-TOTAL                PIC 9(13)V99.
           02  PAY-CREDITED-COUNT            PIC 9(6).
           02  PAY-CREDITED-TOTAL            PIC 9(13)V99.
           02  PAY-REJECTED-COUNT            PIC 9(6).
           02  PAY-REJECTED-TOTAL            PIC 9(13)V99.
      *    THE EMPLOYER'S ONE "A" LEDGER ENTRY; ZERO WHEN EVERY ITEM
      *    WAS REJECTED AND NOTHING WAS DEBITED.
           02  PAY-DEBIT-SEQUENCE            PIC 9(8).
           02  PAY-BUSINESS-DATE             PIC 9(8).
           02  PAY-OPERATOR-ID               PIC X(10).
           02  PAY-TIMESTAMP                 PIC 9(14).
           02  PAY-INTAKE-STATUS             PIC X.
               88  PAY-INTAKE-IN-PROGRESS      VALUE "P".
               88  PAY-INTAKE-COMPLETE         VALUE "C".
           02  FILLER                        PIC X(9).
