      * Blocked-patron call list - one row per patron/channel pair
      * hard-fail-track blocked on PATRONPREFS because the vendor kept
      * reporting hard failures on it, written to BLOCKLIST for the
      * desk to ring the patron for a corrected address.  The name
      * and every contact detail we hold come off the patron's
      * PATRONMSTR row (blank if the patron isn't on it), and
      * BLKD-FAILED-ADDRESS is the address on the blocked channel -
      * the one that needs correcting.
       01  BLOCKED-PATRON-RECORD.
           05  BLKD-BLOCK-DATE          PIC X(8).
           05  BLKD-PATRON-ID           PIC X(10).
           05  BLKD-CHANNEL             PIC X(1).
           05  BLKD-FAILURE-COUNT       PIC 9(2).
           05  BLKD-FIRST-FAILURE-DATE  PIC X(8).
           05  BLKD-LAST-FAILURE-DATE   PIC X(8).
           05  BLKD-REASON-CODE         PIC X(4).
           05  BLKD-TRANSACTION-CODE    PIC X(1).
           05  BLKD-PATRON-NAME         PIC X(100).
           05  BLKD-PHONE-NUMBER        PIC X(15).
           05  BLKD-EMAIL-ADDRESS       PIC X(60).
           05  BLKD-FAILED-ADDRESS      PIC X(120).
