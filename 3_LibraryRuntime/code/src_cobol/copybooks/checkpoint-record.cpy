      * Batch-run checkpoint - the last patron key confirmed fully
      * processed (greeted or skipped) and written to output, so a
      * restart can resume instead of reprocessing the whole file.
      * The row counts are how many rows handler's AUDITLOG/EXCPTLOG/
      * LANGMISS held on disk as of that patron, so the restart can cut
      * each log back to exactly that point before the patrons after it
      * are processed again.  A checkpoint written before the counts
      * were added reads them as spaces, and the restart then leaves
      * the logs as they are.
       01  CHECKPOINT-RECORD.
           05  CKPT-LAST-PATRON-ID      PIC X(10).
           05  CKPT-AUDIT-ROWS          PIC 9(9).
           05  CKPT-EXCEPTION-ROWS      PIC 9(9).
           05  CKPT-LMISS-ROWS          PIC 9(9).
