      *DESCRIPTION.        CARD-AUTH FILE-CONTROL ENTRY
      *                    (RELATIVE ORGANIZATION; SEE CLIENTSEL.CPY
      *                    FOR WHY RELATIVE STANDS IN FOR A KSDS IN
      *                    THIS RUNTIME). ONE RECORD PER PURCHASE
      *                    AUTHORIZATION GTW2 ANSWERED -- SEE
      *                    CAUREC.CPY.
           SELECT CARD-AUTH
               ASSIGN TO "data/CARDAUTH.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS CARD-AUTH-KEY
               FILE STATUS IS CARD-AUTH-STATUS
