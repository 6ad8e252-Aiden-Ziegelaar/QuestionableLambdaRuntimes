      * Occasion-run completion control - the last selection date a
      * greet-occasion run finished covering.  Rewritten only once a
      * run completes, so a night the job never ran, or a run that
      * abended part way, leaves it behind and the next run picks up
      * every selection date after it.
       01  OCCASION-CONTROL-RECORD.
           05  OCCCTL-LAST-COVERED-DATE PIC X(8).
           05  OCCCTL-TIMESTAMP         PIC X(21).
