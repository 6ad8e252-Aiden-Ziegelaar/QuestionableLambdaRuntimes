      * Month-end volume report line - free-format text lines built
      * by month-report from a month's worth of dated archive files:
      * per-day volumes, per-channel and per-language month totals,
      * occasion-versus-welcome-versus-campaign splits, per-campaign
      * volumes, and skips by reason, in the shape the vendor
      * invoices are checked against.
       01  MONTH-REPORT-RECORD          PIC X(132).
