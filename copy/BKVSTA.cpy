      *DESCRIPTION.        BACK-VALUED POSTING WORKING-STORAGE -- THE
      *                    VALUE DATE PROPOSED FOR A POSTING AND WHAT
      *                    CHECK-BACK-VALUE-DATE (BKVGET) MADE OF IT.
      *                    COPY PARMREC AND ACCTXREC ALONGSIDE.
       77  BACK-VALUE-DATE                   PIC 9(8).
       77  BACK-VALUE-TODAY                  PIC 9(8).
       77  BACK-VALUE-EARLIEST-DATE          PIC 9(8).
       77  BACK-VALUE-ARCHIVE-CUTOFF         PIC 9(8).
       77  BACK-VALUE-DAY-INTEGER            PIC 9(8).
       77  BACK-VALUE-RESULT-SW              PIC X.
           88  BACK-VALUE-ACCEPTED             VALUE "Y".
           88  BACK-VALUE-REFUSED              VALUE "N".
