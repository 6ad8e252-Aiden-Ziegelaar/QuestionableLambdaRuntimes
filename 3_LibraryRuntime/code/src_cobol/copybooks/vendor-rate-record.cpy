      * Contracted vendor rate record - one row per vendor, channel
      * and effective date, maintained by hand in VENDRATE.  The rate
      * in force for a billing period is the row with the latest
      * effective date on or before the period's first day, so a rate
      * change is keyed as a new row rather than an overwrite and
      * older invoices still check against the rate they were billed
      * under.
       01  VENDOR-RATE-RECORD.
           05  RATE-VENDOR-ID           PIC X(8).
           05  RATE-CHANNEL             PIC X(1).
           05  RATE-EFFECTIVE-DATE      PIC X(8).
           05  RATE-UNIT-RATE           PIC 9(3)V9(4).
