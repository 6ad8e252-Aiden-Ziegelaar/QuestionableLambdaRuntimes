      * requests the desk actually gets are per-channel ("stop
      * texting me, mail is fine") - a patron is only treated as
      * do-not-contact outright when every channel is blocked.  A
      * patron with no row here has nothing blocked.  A block may be
      * a temporary hold ("no post while I'm abroad until March"):
      * the channel's expiry date is the last day the block applies,
      * and from the day after, every reader treats the channel as
      * allowed until pref-expire clears the flag.  A SPACES expiry
      * is a block with no end date.
       01  PREFERENCES-RECORD.
           05  PREF-PATRON-ID           PIC X(10).
           05  PREF-NO-PRINT            PIC X(1).
               88  PREF-EMAIL-BLOCKED       VALUE 'Y'.
           05  PREF-NO-SMS              PIC X(1).
               88  PREF-SMS-BLOCKED         VALUE 'Y'.
           05  PREF-PRINT-BLOCK-EXPIRY  PIC X(8).
           05  PREF-EMAIL-BLOCK-EXPIRY  PIC X(8).
           05  PREF-SMS-BLOCK-EXPIRY    PIC X(8).
