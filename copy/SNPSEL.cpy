      *DESCRIPTION.        BALANCE-SNAPSHOT FILE-CONTROL ENTRY
      *                    (RELATIVE ORGANIZATION; SEE CLIENTSEL.CPY
      *                    FOR WHY RELATIVE STANDS IN FOR A KSDS IN
      *                    THIS RUNTIME). ONE RECORD PER ACCOUNT PER
      *                    CLOSED MONTH, WRITTEN BY BAT26 -- SEE
      *                    SNPREC.CPY.
           SELECT BALANCE-SNAPSHOT
               ASSIGN TO "data/BALSNAP.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS BALANCE-SNAPSHOT-KEY
               FILE STATUS IS BALANCE-SNAPSHOT-STATUS
