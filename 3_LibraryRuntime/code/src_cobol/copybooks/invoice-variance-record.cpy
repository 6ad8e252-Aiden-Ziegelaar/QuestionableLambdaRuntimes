      * Invoice variance report line - free-format text lines built
      * by invoice-verify, one block per vendor invoice: what was
      * billed, what our own files say was generated and confirmed,
      * the contracted rate, and each variance found with its item
      * count and value, in a form that can go back to the vendor
      * with the dispute.
       01  INVOICE-VARIANCE-RECORD      PIC X(132).
