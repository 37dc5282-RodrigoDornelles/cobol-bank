      *DESCRIPTION.        RESTART-CHECKPOINT FILE STATUS/KEY
      *                    WORKING-STORAGE.
       77  CHECKPOINT-KEY                    PIC 9(8).
       77  CHECKPOINT-RECORD-COUNT           PIC 9(8).
       77  CHECKPOINT-STATUS                 PIC XX.
           88  CHECKPOINT-OK                   VALUE "00".
           88  CHECKPOINT-NOT-FOUND            VALUE "23".
           88  CHECKPOINT-MISSING              VALUE "35".
      *    THE CALLER'S JOB NAME AND RUN-CONTROL DATE, AND THE LEDGER
      *    ENTRY TYPES THE JOB POSTS (E.G. "IOH" FOR BAT0) -- ENTRIES
      *    OF THOSE TYPES UNDER THE JOB'S OPERATOR ID ARE THE ONES A
      *    RERUN RECONCILES AGAINST THE CHECKPOINT.
       77  CKP-SEEK-JOB-NAME                 PIC X(8).
       77  CKP-SEEK-DATE                     PIC 9(8).
       77  CKP-SEEK-TYPES                    PIC X(6).
      *    THE JOB'S OWN RECORD ON THE FILE.
       77  CKP-JOB-SLOT                      PIC 9(8).
       77  CKP-MODE-SW                       PIC X.
           88  CHECKPOINT-FRESH-START          VALUE "F".
           88  CHECKPOINT-RESUMING             VALUE "R".
           88  CHECKPOINT-DISAGREES            VALUE "X".
       77  CKP-EOF-SW                        PIC X.
           88  CKP-EOF                         VALUE "Y".
      *    WHAT THE EARLIER ATTEMPT(S) HAD POSTED WHEN THIS ONE
      *    RESUMED, THE ACCOUNT IT RESUMED AFTER, AND WHERE THIS
      *    ONE'S OWN POSTINGS BEGIN.
       77  CKP-PRIOR-ENTRIES                 PIC 9(8).
       77  CKP-RESUMED-AFTER-ACCOUNT         PIC 9(10).
       77  CKP-PRIOR-FIRST-SEQUENCE          PIC 9(8).
       77  CKP-PRIOR-LAST-SEQUENCE           PIC 9(8).
       77  CKP-ATTEMPT-FIRST-SEQUENCE        PIC 9(8).
       77  CKP-VERIFY-COUNT                  PIC 9(8).
       77  CKP-BEYOND-COUNT                  PIC 9(8).
      *    THE RESTART LINES EVERY POSTING JOB PRINTS ABOVE ITS
      *    CONTROL TOTALS WHEN IT RESUMED (FORMAT-CHECKPOINT-LINES).
       01  CHECKPOINT-RESUME-LINE.
           02  FILLER                        PIC X(21) VALUE
               "RESTARTED -- ATTEMPT ".
           02  CKR-ATTEMPT                   PIC Z9.
           02  FILLER                        PIC X(24) VALUE
               ", RESUMED AFTER ACCOUNT ".
           02  CKR-ACCOUNT                   PIC 9(10).
       01  CHECKPOINT-EARLIER-LINE.
           02  FILLER                        PIC X(24) VALUE
               "EARLIER ATTEMPT ENTRIES:".
           02  CKE-ENTRIES                   PIC ZZZ,ZZ9.
           02  FILLER                        PIC X(06) VALUE
               "  SEQ ".
           02  CKE-FIRST-SEQUENCE            PIC Z(7)9.
           02  FILLER                        PIC X(03) VALUE
               " - ".
           02  CKE-LAST-SEQUENCE             PIC Z(7)9.
       01  CHECKPOINT-THIS-LINE.
           02  FILLER                        PIC X(24) VALUE
               "THIS ATTEMPT ENTRIES:".
           02  CKT-ENTRIES                   PIC ZZZ,ZZ9.
           02  FILLER                        PIC X(06) VALUE
               "  SEQ ".
           02  CKT-FIRST-SEQUENCE            PIC Z(7)9.
           02  FILLER                        PIC X(03) VALUE
               " - ".
           02  CKT-LAST-SEQUENCE             PIC Z(7)9.
