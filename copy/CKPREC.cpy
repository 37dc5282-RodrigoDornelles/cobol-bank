      *DESCRIPTION.        RESTART-CHECKPOINT RECORD LAYOUT -- WHERE
      *                    ONE POSTING JOB'S RUN FOR ONE RUN-CONTROL
      *                    DATE HAS GOT TO. WRITTEN AT THE START OF A
      *                    FRESH RUN, REWRITTEN AFTER EVERY ACCOUNT
      *                    (OR CERTIFICATE, OR LOAN) IS FINISHED, AND
      *                    MARKED COMPLETE ONCE RUN-CONTROL HAS THE
      *                    RUN ON RECORD. KEPT IN WORKING-STORAGE (SEE
      *                    CKPFD.CPY).
       01  CHECKPOINT-RECORD.
           02  CKP-JOB-NAME                  PIC X(8).
      *    THE SAME DATE THE JOB LOGS TO RUN-CONTROL (A MONTHLY JOB'S
      *    IS THE MONTH WITH A ZERO DAY).
           02  CKP-RUN-DATE                  PIC 9(8).
           02  CKP-STATE                     PIC X.
               88  CKP-STATE-RUNNING           VALUE "R".
               88  CKP-STATE-COMPLETE          VALUE "C".
           02  CKP-ATTEMPT                   PIC 9(2).
      *    WHICH OF THE JOB'S SEQUENTIAL PASSES, AND THE RELATIVE
      *    RECORD NUMBER IN THAT PASS'S FILE, OF THE LAST RECORD
      *    FULLY PROCESSED -- A RERUN STARTS ONE PAST IT.
           02  CKP-PASS                      PIC 9.
           02  CKP-LAST-KEY                  PIC 9(8).
           02  CKP-LAST-ACCOUNT              PIC 9(10).
      *    THE LEDGER'S HIGHEST TXN-SEQUENCE WHEN THE FIRST ATTEMPT
      *    STARTED, AND THE FIRST AND LAST SEQUENCE AND NUMBER OF
      *    ENTRIES THIS RUN HAD POSTED AS OF THE CHECKPOINT -- WHAT A
      *    RERUN HOLDS THE LEDGER TO BEFORE IT POSTS ANYTHING.
           02  CKP-START-SEQUENCE            PIC 9(8).
           02  CKP-FIRST-SEQUENCE            PIC 9(8).
           02  CKP-LAST-SEQUENCE             PIC 9(8).
           02  CKP-ENTRIES-POSTED            PIC 9(8).
           02  CKP-STAMP                     PIC 9(14).
      *    THE JOB'S OWN CONTROL TOTALS AS OF THE CHECKPOINT, IN
      *    WHATEVER ORDER THE JOB KEEPS THEM (ITS SAVE-JOB-TOTALS /
      *    RESTORE-JOB-TOTALS), SO THE RERUN'S REPORT CARRIES BOTH
      *    ATTEMPTS.
           02  CKP-COUNTER                   PIC 9(8)
                                             OCCURS 8 TIMES.
           02  CKP-AMOUNT                    PIC 9(13)V99
                                             OCCURS 4 TIMES.
           02  FILLER                        PIC X(20).
