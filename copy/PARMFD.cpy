      *                    STAY USABLE AFTER THE FILE IS CLOSED. KEEP
      *                    THIS PIC THE SAME SIZE AS THE PARMREC.CPY
      *                    LAYOUT WHEN ADDING A PARAMETER.
       01  PARAMETER-FILE-RECORD             PIC X(142).
