      * Cross-run hard-failure history - one row per patron/channel
      * pair a vendor has ever reported a hard delivery failure for,
      * keyed the same way RETRYHIST is.  HFAIL-FAILURE-COUNT is the
      * current run of nights with a hard failure on that channel: at
      * most one is counted per night however many rows the vendor
      * sends, a confirmed delivery on the channel puts it back to
      * zero, and so does the block hard-fail-track raises once it
      * reaches the threshold.  The dates and last vendor reason code
      * are kept so the desk can see how long the address has been
      * failing and why.
       01  HARD-FAILURE-RECORD.
           05  HFAIL-KEY.
               10  HFAIL-PATRON-ID      PIC X(10).
               10  HFAIL-CHANNEL        PIC X(1).
           05  HFAIL-FAILURE-COUNT      PIC 9(2).
           05  HFAIL-FIRST-FAILURE-DATE PIC X(8).
           05  HFAIL-LAST-FAILURE-DATE  PIC X(8).
           05  HFAIL-LAST-REASON-CODE   PIC X(4).
           05  HFAIL-LAST-BLOCKED-DATE  PIC X(8).
           05  HFAIL-BLOCK-COUNT        PIC 9(3).
