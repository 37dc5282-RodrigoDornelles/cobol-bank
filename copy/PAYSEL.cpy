      *DESCRIPTION.        PAYROLL-REGISTER FILE-CONTROL ENTRY (RELATIVE
      *                    ORGANIZATION; SEE CLIENTSEL.CPY FOR WHY
      *                    RELATIVE STANDS IN FOR A KSDS IN THIS
      *                    RUNTIME). ONE RECORD PER CNAB 240 PAYROLL
      *                    FILE BAT23 HAS POSTED -- SEE PAYREC.CPY.
           SELECT PAYROLL-REGISTER
               ASSIGN TO "data/PAYREG.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS PAYROLL-REGISTER-KEY
               FILE STATUS IS PAYROLL-REGISTER-STATUS
