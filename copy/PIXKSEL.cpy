      *DESCRIPTION.        PIX-KEY-DIRECTORY FILE-CONTROL ENTRY
      *                    (RELATIVE ORGANIZATION; SEE CLIENTSEL.CPY FOR
      *                    WHY RELATIVE STANDS IN FOR A KSDS IN THIS
      *                    RUNTIME). ONE RECORD PER PIX KEY REGISTERED
      *                    TO ONE OF OUR ACCOUNTS -- SEE PIXKREC.CPY.
           SELECT PIX-KEY-DIRECTORY
               ASSIGN TO "data/PIXKEYS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS PIX-KEY-DIRECTORY-KEY
               FILE STATUS IS PIX-KEY-DIRECTORY-STATUS
