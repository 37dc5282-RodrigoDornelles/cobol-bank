      *DESCRIPTION.        CARD-MASTER FILE-CONTROL ENTRY (RELATIVE
      *                    ORGANIZATION; SEE CLIENTSEL.CPY FOR WHY
      *                    RELATIVE STANDS IN FOR A KSDS IN THIS
      *                    RUNTIME). ONE RECORD PER DEBIT CARD EVER
      *                    ISSUED -- SEE CARDREC.CPY.
           SELECT CARD-MASTER
               ASSIGN TO "data/CARDMST.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS CARD-MASTER-KEY
               FILE STATUS IS CARD-MASTER-STATUS
