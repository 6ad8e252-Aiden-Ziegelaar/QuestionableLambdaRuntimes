      * deliver, keyed by GRTOUT-PATRON-ID and channel, so
      * reconciliation can tell "generated into a greeting file" apart
      * from "actually reached the patron".
      * On a failed row the vendor also says what kind of failure it
      * was: DLVCF-FAILURE-CLASS is H for a hard failure that will
      * never succeed as addressed (bounced mailbox, disconnected
      * number, card returned to sender) or S for a soft one worth
      * trying again (mailbox full, handset off, outage), and
      * DLVCF-REASON-CODE is the vendor's own reason code, carried
      * as given for the desk and the vendor dispute.  Both sit at the
      * end of the row so files dropped before they existed still
      * read cleanly - a blank class is treated as soft, which is how
      * every failure was treated before.
       01  DELIVERY-CONFIRMATION-RECORD.
           05  DLVCF-PATRON-ID          PIC X(10).
           05  DLVCF-CHANNEL            PIC X(1).
               88  DLVCF-CONFIRMED          VALUE 'C'.
               88  DLVCF-FAILED             VALUE 'F'.
           05  DLVCF-TIMESTAMP          PIC X(21).
           05  DLVCF-FAILURE-CLASS      PIC X(1).
               88  DLVCF-HARD-FAILURE       VALUE 'H'.
               88  DLVCF-SOFT-FAILURE       VALUE 'S' ' '.
           05  DLVCF-REASON-CODE        PIC X(4).
