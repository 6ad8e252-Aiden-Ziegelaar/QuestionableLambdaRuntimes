      * PTRAN-OPERATOR-ID identifies who keyed the request (a staff
      * initials/ID code) and is carried through to the transaction
      * log, so the log answers who changed what and when.
      * A channel keyed 'Y' may carry an expiry date (CCYYMMDD, the
      * last day the block applies) to make it a temporary hold;
      * SPACES blocks with no end date.  An expiry is only accepted
      * alongside a 'Y' for the same channel, and keying 'N' or a new
      * 'Y' replaces whatever expiry the channel had.
       01  PREFERENCE-TRANSACTION-RECORD.
           05  PTRAN-TRANSACTION-CODE   PIC X(1).
               88  PTRAN-ADD                VALUE 'A'.
           05  PTRAN-NO-EMAIL           PIC X(1).
           05  PTRAN-NO-SMS             PIC X(1).
           05  PTRAN-OPERATOR-ID        PIC X(8).
           05  PTRAN-PRINT-EXPIRY       PIC X(8).
           05  PTRAN-EMAIL-EXPIRY       PIC X(8).
           05  PTRAN-SMS-EXPIRY         PIC X(8).
