      * Inbound vendor invoice record - one row per monthly invoice
      * the print shop, email gateway or SMS vendor sends, read from
      * INVOICEIN by invoice-verify.  INV-CHANNEL ties the invoice to
      * the channel greeting files the vendor works from; the billing
      * period is a from/to date pair so an invoice that doesn't
      * follow calendar months still checks against exactly the days
      * it covers.  Counts and money are unsigned display numerics as
      * keyed from the vendor's paperwork.
       01  VENDOR-INVOICE-RECORD.
           05  INV-VENDOR-ID            PIC X(8).
           05  INV-CHANNEL              PIC X(1).
               88  INV-CHANNEL-PRINT        VALUE 'P'.
               88  INV-CHANNEL-EMAIL        VALUE 'E'.
               88  INV-CHANNEL-SMS          VALUE 'S'.
           05  INV-INVOICE-NUMBER       PIC X(12).
           05  INV-PERIOD-FROM          PIC X(8).
           05  INV-PERIOD-TO            PIC X(8).
           05  INV-BILLED-COUNT         PIC 9(8).
           05  INV-UNIT-RATE            PIC 9(3)V9(4).
           05  INV-AMOUNT               PIC 9(9)V99.
