      *DESCRIPTION.        CCF-REGISTRY FILE-CONTROL ENTRY (RELATIVE
      *                    ORGANIZATION; SEE CLIENTSEL.CPY FOR WHY
      *                    RELATIVE STANDS IN FOR A KSDS IN THIS
      *                    RUNTIME). ONE RECORD PER CUSTOMER ENTERED ON
      *                    THE BOUNCED-CHEQUE REGISTRY (CADASTRO DE
      *                    EMITENTES DE CHEQUES SEM FUNDOS) -- SEE
      *                    CCFREC.CPY.
           SELECT CCF-REGISTRY
               ASSIGN TO "data/CCFREG.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS CCF-REGISTRY-KEY
               FILE STATUS IS CCF-REGISTRY-STATUS
