      *DESCRIPTION.        PAYROLL-REGISTER FILE STATUS/KEY
      *                    WORKING-STORAGE. PAYROLL-REGISTER-KEY IS THE
      *                    RELATIVE RECORD NUMBER; PAY-INTAKE-NUMBER IS
      *                    ASSIGNED TO MATCH IT.
       77  PAYROLL-REGISTER-KEY              PIC 9(8).
       77  PAYROLL-REGISTER-RECORD-COUNT     PIC 9(8).
       77  PAYROLL-REGISTER-STATUS           PIC XX.
           88  PAYROLL-REGISTER-OK             VALUE "00".
           88  PAYROLL-REGISTER-NOT-FOUND      VALUE "23".
           88  PAYROLL-REGISTER-MISSING        VALUE "35".
