      *DESCRIPTION.        VAULT-MOVEMENT FILE-CONTROL ENTRY (RELATIVE
      *                    ORGANIZATION; SEE CLIENTSEL.CPY FOR WHY
      *                    RELATIVE STANDS IN FOR A KSDS IN THIS
      *                    RUNTIME). ONE RECORD PER MOVEMENT OF CASH
      *                    INTO OR OUT OF A BRANCH VAULT -- SEE
      *                    VLTMREC.CPY.
           SELECT VAULT-MOVEMENT
               ASSIGN TO "data/VAULTMOV.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS VAULT-MOVEMENT-KEY
               FILE STATUS IS VAULT-MOVEMENT-STATUS
