      *DESCRIPTION.        GL-MAP WORKING-STORAGE -- FILE STATUS PLUS
      *                    THE IN-MEMORY MAP TABLE LOAD-GL-MAP FILLS,
      *                    THE FIND FIELDS GL-MAP-FIND USES AND THE
      *                    HOLD FIELDS FOR A DEFAULT BEING APPENDED.
       77  GL-MAP-FILE-STATUS                PIC XX.
           88  GL-MAP-FILE-OK                  VALUE "00".
           88  GL-MAP-FILE-MISSING             VALUE "35".
       77  GL-MAP-EOF-SW                     PIC X.
           88  GL-MAP-EOF                      VALUE "Y".
       01  GL-MAP-TABLE.
           02  GL-MAP-ENTRY                  OCCURS 40 TIMES.
               03  GLT-TXN-TYPE              PIC X.
               03  GLT-DEBIT-ACCOUNT         PIC 9(8).
               03  GLT-CREDIT-ACCOUNT        PIC 9(8).
           88  GL-MAP-NOT-FOUND                VALUE "N".
       77  GL-MAP-DEBIT-ACCOUNT              PIC 9(8).
       77  GL-MAP-CREDIT-ACCOUNT             PIC 9(8).
       77  GL-MAP-DEFAULT-DEBIT              PIC 9(8).
       77  GL-MAP-DEFAULT-CREDIT             PIC 9(8).
       77  GL-MAP-EXTEND-SW                  PIC X.
           88  GL-MAP-EXTENDED                 VALUE "Y".
