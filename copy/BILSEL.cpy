      *DESCRIPTION.        BILL-PAYMENT FILE-CONTROL ENTRY (RELATIVE
      *                    ORGANIZATION; SEE CLIENTSEL.CPY FOR WHY
      *                    RELATIVE STANDS IN FOR A KSDS IN THIS
      *                    RUNTIME). ONE RECORD PER BOLETO OR UTILITY
      *                    BILL PAID AT THE COUNTER -- SEE BILREC.CPY.
           SELECT BILL-PAYMENT
               ASSIGN TO "data/BILLPAY.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS BILL-PAYMENT-KEY
               FILE STATUS IS BILL-PAYMENT-STATUS
