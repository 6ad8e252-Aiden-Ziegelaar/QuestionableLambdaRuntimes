      * Probable-duplicate hold - one row per patron patron-dedup held
      * out of tonight's greeting run because another record in the
      * same duplicate group was kept instead (DHLD-KEPT-PATRON-ID).
      * Keyed by patron ID and recreated every night; greet-batch
      * reads it by key and honours only rows stamped with its own
      * run date, so a hold list left from an earlier night never
      * holds anyone back.
       01  DUPLICATE-HOLD-RECORD.
           05  DHLD-PATRON-ID           PIC X(10).
           05  DHLD-RUN-DATE            PIC X(8).
           05  DHLD-GROUP-NUMBER        PIC 9(6).
           05  DHLD-KEPT-PATRON-ID      PIC X(10).
