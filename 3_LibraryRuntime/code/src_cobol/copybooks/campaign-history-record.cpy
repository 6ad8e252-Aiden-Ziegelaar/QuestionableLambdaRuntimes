      * Cross-run campaign history - one row per campaign and patron
      * greet-campaign has generated a notice for, so a rerun, or a
      * campaign run again later in its window to pick up patrons who
      * have joined since, never sends the same patron the same
      * campaign twice.  Kept apart from GREETHIST on purpose: a
      * campaign notice is not a welcome and must not hold back, or
      * stand in for, the patron's welcome greeting.
       01  CAMPAIGN-HISTORY-RECORD.
           05  CMPH-CAMPAIGN-KEY.
               10  CMPH-CAMPAIGN-ID     PIC X(8).
               10  CMPH-PATRON-ID       PIC X(10).
           05  CMPH-GENERATED-DATE      PIC X(8).
           05  CMPH-DELIVERY-CHANNEL    PIC X(1).
