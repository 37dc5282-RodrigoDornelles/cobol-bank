      *DESCRIPTION.        ESTATE-REGISTER FILE-CONTROL ENTRY (RELATIVE
      *                    ORGANIZATION; SEE CLIENTSEL.CPY FOR WHY
      *                    RELATIVE STANDS IN FOR A KSDS IN THIS
      *                    RUNTIME). ONE RECORD PER DECEASED CUSTOMER
      *                    REGISTERED IN MAN26 -- SEE ESTREC.CPY.
           SELECT ESTATE-REGISTER
               ASSIGN TO "data/ESTATE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS ESTATE-REGISTER-KEY
               FILE STATUS IS ESTATE-REGISTER-STATUS
