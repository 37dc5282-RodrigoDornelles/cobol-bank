      *DESCRIPTION.        PIX-MOVEMENT FILE-CONTROL ENTRY (RELATIVE
      *                    ORGANIZATION; SEE CLIENTSEL.CPY FOR WHY
      *                    RELATIVE STANDS IN FOR A KSDS IN THIS
      *                    RUNTIME). ONE RECORD PER PIX PAYMENT SENT OR
      *                    RECEIVED -- SEE PIXMREC.CPY.
           SELECT PIX-MOVEMENT
               ASSIGN TO "data/PIXMOVE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS PIX-MOVEMENT-KEY
               FILE STATUS IS PIX-MOVEMENT-STATUS
