      *DESCRIPTION.        PIX MOVEMENT RECORD LAYOUT -- ONE RECORD
      *                    PER PIX PAYMENT GTW1 SENT OUT OR TOOK IN.
      *                    THE LEDGER ENTRY ("G" OUT / "U" IN, SEE
      *                    ACCTXREC.CPY) CARRIES PIXM-MOVEMENT-NUMBER
      *                    IN TXN-COUNTERPART-HASH; THIS RECORD CARRIES
      *                    WHAT THE LEDGER HAS NO ROOM FOR -- THE
      *                    CENTRAL BANK'S END-TO-END ID, THE KEY, AND
      *                    THE OTHER PARTY. THE END-TO-END ID IS
      *                    UNIQUE PER DIRECTION, WHICH IS WHAT MAKES A
      *                    RETRIED REQUEST SAFE AND WHAT BAT18 MATCHES
      *                    THE SPI SETTLEMENT STATEMENT ON. A PAYMENT
      *                    BETWEEN TWO OF OUR OWN KEYS NEVER REACHES
      *                    THE SPI: BOTH ITS LEGS ARE FLAGGED ON-US
      *                    AND KEPT OUT OF THE SETTLEMENT. AN ON-US
      *                    PAYMENT WHOSE PAYEE LEG COULD NOT BE POSTED
      *                    HAS ITS PAYER LEG REVERSED AT ONCE; THE
      *                    PAYER'S MOVEMENT THEN CARRIES THE SEQUENCE
      *                    OF THE REVERSING LEDGER ENTRY AND NO LONGER
      *                    COUNTS AS A DUPLICATE, SO THE PAYMENT CAN
      *                    BE SENT AGAIN UNDER THE SAME ID.
       01  PIX-MOVEMENT-RECORD.
           02  PIXM-MOVEMENT-NUMBER          PIC 9(8).
           02  PIXM-DIRECTION                PIC X.
               88  PIXM-IS-OUTGOING            VALUE "O".
               88  PIXM-IS-INCOMING            VALUE "I".
           02  PIXM-END-TO-END-ID            PIC X(32).
           02  PIXM-ACCOUNT-NUMBER           PIC 9(10).
      *    OUT: THE KEY PAID TO. IN: OUR KEY THAT WAS CREDITED.
           02  PIXM-KEY-VALUE                PIC X(40).
           02  PIXM-COUNTERPARTY-ISPB        PIC 9(8).
           02  PIXM-COUNTERPARTY-NAME        PIC X(32).
           02  PIXM-AMOUNT                   PIC 9(9)V99.
           02  PIXM-BUSINESS-DATE            PIC 9(8).
           02  PIXM-TIMESTAMP                PIC 9(14).
           02  PIXM-LEDGER-SEQUENCE          PIC 9(8).
           02  PIXM-ON-US-SW                 PIC X.
               88  PIXM-ON-US                  VALUE "Y".
               88  PIXM-VIA-SPI                VALUE "N".
      *    ZERO UNLESS GTW1 REVERSED THIS LEG (SEE ABOVE).
           02  PIXM-REVERSAL-SEQUENCE        PIC 9(8).
           02  FILLER                        PIC X(2).
