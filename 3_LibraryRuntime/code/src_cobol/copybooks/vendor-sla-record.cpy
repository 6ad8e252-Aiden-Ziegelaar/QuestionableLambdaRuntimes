      * Contracted delivery turnaround - one row per channel and
      * effective date, maintained by hand in VENDSLA beside VENDRATE.
      * The turnaround in force for a greeting is its channel's row
      * with the latest effective date on or before the day the
      * greeting was generated, so a renegotiated contract is keyed as
      * a new row and older greetings are still judged against the
      * promise in force when they went out.  SLA-UNIT says how
      * SLA-LIMIT is counted from the greeting to the vendor's
      * confirmation: H elapsed hours, D calendar days (0 is the same
      * day), B business days, Monday to Friday, after the day the
      * greeting was generated.  SLA-VENDOR-ID is carried for the
      * report heading only.
       01  VENDOR-SLA-RECORD.
           05  SLA-VENDOR-ID            PIC X(8).
           05  SLA-CHANNEL              PIC X(1).
           05  SLA-EFFECTIVE-DATE       PIC X(8).
           05  SLA-UNIT                 PIC X(1).
               88  SLA-UNIT-HOURS           VALUE 'H'.
               88  SLA-UNIT-DAYS            VALUE 'D'.
               88  SLA-UNIT-BUSINESS-DAYS   VALUE 'B'.
           05  SLA-LIMIT                PIC 9(3).
