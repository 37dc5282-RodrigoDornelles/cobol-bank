      *                    ACCOUNT-POSITION READ PATH TO REBUILD
      *                    STALE RECORDS (POS-REBUILD-MODE-SW --
      *                    EVERY PROGRAM THAT COPIES LOCKGET ALSO
      *                    CARRIES ACCTPSTA). A JOB THAT HOLDS THE
      *                    LOCK THROUGH A LONG RUN OF POSTINGS
      *                    RE-STAMPS IT AS IT GOES (REFRESH-POSTING-
      *                    LOCK) SO IT IS NOT TAKEN FOR A CRASHED
      *                    SESSION'S.
       ACQUIRE-POSTING-LOCK                                     SECTION.
           SET POSTING-LOCK-DENIED TO TRUE
           MOVE ZERO TO LOCK-RETRY-COUNT
       CHECK-POSTING-LOCK-STALE-EXIT.
           EXIT.

      *    ONLY A LOCK STILL OURS IS RE-STAMPED.
       REFRESH-POSTING-LOCK                                     SECTION.
           MOVE 1 TO POSTING-LOCK-KEY
           READ POSTING-LOCK
               INVALID KEY
                   GO TO REFRESH-POSTING-LOCK-EXIT
           END-READ
           IF POSTING-LOCK-HELD
                   AND LOCK-HOLDER-ID = CURRENT-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO LOCK-STAMP
               REWRITE POSTING-LOCK-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       REFRESH-POSTING-LOCK-EXIT.
           EXIT.

       RELEASE-POSTING-LOCK                                     SECTION.
           SET POSITION-REBUILD-BARRED TO TRUE
           MOVE 1 TO POSTING-LOCK-KEY
