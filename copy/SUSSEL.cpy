      *DESCRIPTION.        ICH-SUSPENSE FILE-CONTROL ENTRY (RELATIVE
      *                    ORGANIZATION; SEE CLIENTSEL.CPY FOR WHY
      *                    RELATIVE STANDS IN FOR A KSDS IN THIS
      *                    RUNTIME). ONE RECORD PER CLEARING-HOUSE
      *                    INTERCHANGE ITEM BAT9 COULD NOT PLACE ON AN
      *                    ACCOUNT -- SEE SUSREC.CPY.
           SELECT ICH-SUSPENSE
               ASSIGN TO "data/INTERSUS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS ICH-SUSPENSE-KEY
               FILE STATUS IS ICH-SUSPENSE-STATUS
