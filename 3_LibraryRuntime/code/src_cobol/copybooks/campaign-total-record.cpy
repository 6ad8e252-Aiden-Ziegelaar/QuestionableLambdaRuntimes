      * Campaign totals - one row appended to CAMPTOTL per
      * greet-campaign run, carrying the campaign ID and that run's
      * counts by delivery channel.  The campaign files go to the
      * vendors in exactly the greeting layout they already take, so
      * nothing on the rows themselves says which campaign (or that it
      * was a campaign at all); month-report and invoice-verify read
      * these rows to split campaign volume from welcome volume.  A
      * rerun appends a second row holding only what the rerun itself
      * generated, so the rows for a campaign always add up.
       01  CAMPAIGN-TOTAL-RECORD.
           05  CTOT-CAMPAIGN-ID         PIC X(8).
           05  CTOT-RUN-DATE            PIC X(8).
           05  CTOT-TIMESTAMP           PIC X(21).
           05  CTOT-SELECTED-COUNT      PIC 9(8).
           05  CTOT-GENERATED-COUNT     PIC 9(8).
           05  CTOT-PRINT-COUNT         PIC 9(8).
           05  CTOT-EMAIL-COUNT         PIC 9(8).
           05  CTOT-SMS-COUNT           PIC 9(8).
           05  CTOT-SKIP-COUNT          PIC 9(8).
           05  CTOT-EXCEPTION-COUNT     PIC 9(8).
