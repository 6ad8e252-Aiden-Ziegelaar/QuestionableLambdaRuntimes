      * Batch-session request from a batch driver (greet-batch) that
      * calls handler once per patron and wants AUDITLOG/EXCPTLOG/
      * LANGMISS held open for the whole run instead of opened and
      * closed on every call.  It goes through the ordinary handler
      * call: the name length is HSESS-CALL-LENGTH (999, longer than
      * any name can be) and this record is passed in place of the
      * name text, the same 100 bytes, so a caller that only ever
      * greets - the Lambda runtime - sees no difference at all.
      *   O - open the session: take the dated log archives, or on a
      *       restart (HSESS-RESUMING) leave the logs in place and cut
      *       each back to the row counts the checkpoint recorded -
      *       'U' when the checkpoint has no counts, which keeps the
      *       logs as they stand.  The counts of rows now on file are
      *       returned.
      *   S - sync: close the logs so every row written so far is on
      *       disk (the next write reopens them) and return the row
      *       counts on file, for the caller to record on its
      *       checkpoint.
      *   C - close the session: flush and close the logs.  Later
      *       calls go back to the open-write-close single-call path.
      * HSESS-RETURN-CODE is '00' on success; any other value means
      * the request was refused (see handler's DISPLAY for why).
       01  HANDLER-SESSION-REQUEST.
           05  HSESS-FUNCTION           PIC X(1).
               88  HSESS-OPEN-SESSION       VALUE 'O'.
               88  HSESS-SYNC-SESSION       VALUE 'S'.
               88  HSESS-CLOSE-SESSION      VALUE 'C'.
           05  HSESS-RESUME-FLAG        PIC X(1).
               88  HSESS-RESUMING           VALUE 'Y' 'U'.
               88  HSESS-ROWS-UNKNOWN       VALUE 'U'.
           05  HSESS-AUDIT-ROWS         PIC 9(9).
           05  HSESS-EXCEPTION-ROWS     PIC 9(9).
           05  HSESS-LMISS-ROWS         PIC 9(9).
           05  HSESS-RETURN-CODE        PIC X(2).
               88  HSESS-REQUEST-OK         VALUE '00'.
           05  FILLER                   PIC X(69).
       01  HSESS-CALL-LENGTH            PIC 9(3) VALUE 999.
