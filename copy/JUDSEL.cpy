      *DESCRIPTION.        JUDICIAL-BLOCK FILE-CONTROL ENTRY (RELATIVE
      *                    ORGANIZATION; SEE CLIENTSEL.CPY FOR WHY
      *                    RELATIVE STANDS IN FOR A KSDS IN THIS
      *                    RUNTIME). ONE RECORD PER SISBAJUD COURT
      *                    ORDER FREEZING PART OF AN ACCOUNT'S
      *                    BALANCE -- SEE JUDREC.CPY.
           SELECT JUDICIAL-BLOCK
               ASSIGN TO "data/JUDBLOCK.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS JUDICIAL-BLOCK-KEY
               FILE STATUS IS JUDICIAL-BLOCK-STATUS
