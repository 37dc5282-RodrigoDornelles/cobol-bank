      *DESCRIPTION.        RESTART-CHECKPOINT FILE-CONTROL ENTRY. A
      *                    SMALL RELATIVE FILE, ONE RECORD PER POSTING
      *                    BATCH JOB (BAT0, BAT10, BAT15, BAT16),
      *                    REWRITTEN IN PLACE AFTER EVERY ACCOUNT THE
      *                    JOB FINISHES SO A RERUN AFTER AN ABEND
      *                    RESUMES WHERE THE LAST ATTEMPT STOPPED
      *                    INSTEAD OF POSTING EVERYTHING AGAIN -- SEE
      *                    CKPGET.CPY.
           SELECT CHECKPOINT-FILE
               ASSIGN TO "data/CHKPOINT.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS CHECKPOINT-KEY
               FILE STATUS IS CHECKPOINT-STATUS
