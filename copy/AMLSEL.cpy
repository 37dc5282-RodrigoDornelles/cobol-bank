      *DESCRIPTION.        AML-ALERT FILE-CONTROL ENTRY (RELATIVE
      *                    ORGANIZATION; SEE CLIENTSEL.CPY FOR WHY
      *                    RELATIVE STANDS IN FOR A KSDS IN THIS
      *                    RUNTIME). ONE RECORD PER STRUCTURING CASE
      *                    BAT25 RAISED -- SEE AMLREC.CPY.
           SELECT AML-ALERT
               ASSIGN TO "data/AMLALERT.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS AML-ALERT-KEY
               FILE STATUS IS AML-ALERT-STATUS
