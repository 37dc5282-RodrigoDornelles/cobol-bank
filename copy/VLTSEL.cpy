      *DESCRIPTION.        VAULT-POSITION FILE-CONTROL ENTRY (RELATIVE
      *                    ORGANIZATION; SEE CLIENTSEL.CPY FOR WHY
      *                    RELATIVE STANDS IN FOR A KSDS IN THIS
      *                    RUNTIME). ONE RECORD PER BRANCH VAULT -- SEE
      *                    VLTREC.CPY.
           SELECT VAULT-POSITION
               ASSIGN TO "data/VAULT.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS VAULT-POSITION-KEY
               FILE STATUS IS VAULT-POSITION-STATUS
