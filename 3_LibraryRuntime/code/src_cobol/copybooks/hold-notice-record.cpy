      * Expiring-hold notice - one row per patron/channel temporary
      * hold on PATRONPREFS that lapses within the notice window,
      * written to HOLDRPT by pref-expire so the desk can extend a
      * hold before greetings resume on that channel.  HNOT-EXPIRY-
      * DATE is the last day the hold applies and HNOT-DAYS-LEFT the
      * days from the run date to it (0 = lapses after tonight).  The
      * name and branch come off the patron's PATRONMSTR row, blank if
      * the patron isn't on it.
       01  HOLD-NOTICE-RECORD.
           05  HNOT-RUN-DATE            PIC X(8).
           05  HNOT-PATRON-ID           PIC X(10).
           05  HNOT-CHANNEL             PIC X(1).
           05  HNOT-EXPIRY-DATE         PIC X(8).
           05  HNOT-DAYS-LEFT           PIC 9(3).
           05  HNOT-BRANCH-CODE         PIC X(4).
           05  HNOT-PATRON-NAME         PIC X(100).
