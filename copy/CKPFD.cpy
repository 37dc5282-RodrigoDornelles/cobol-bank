      *DESCRIPTION.        CHECKPOINT-FILE FD RECORD BUFFER. THE REAL
      *                    LAYOUT LIVES IN CKPREC.CPY AND IS KEPT IN
      *                    WORKING-STORAGE -- CKPGET READS INTO IT AND
      *                    REWRITES FROM IT -- SO THE JOB'S PROGRESS
      *                    STAYS IN HAND BETWEEN CHECKPOINTS. KEEP
      *                    THIS PIC THE SAME SIZE AS CKPREC.CPY.
       01  CHECKPOINT-FILE-RECORD            PIC X(228).
