      * configured number of days ahead of it, so the print shop
      * reads it as the target delivery date rather than assuming
      * the row's own timestamp is the day that matters.
      * OCCOUT-LATE-FLAG marks a greeting picked up by a catch-up run
      * after its own selection night was missed - the occasion may
      * already have passed (or, for print, the mailing lead has been
      * cut short), so the vendor and the desk can tell it apart from
      * an on-time row.  Added at the end of the row so rows written
      * before it existed still read cleanly, as blank (not late).
       01  OCCASION-GREETING-RECORD.
           05  OCCOUT-PATRON-ID         PIC X(10).
           05  OCCOUT-TIMESTAMP         PIC X(21).
           05  OCCOUT-OCCASION-DATE     PIC X(8).
           05  OCCOUT-BRANCH-CODE       PIC X(4).
           05  OCCOUT-LANGUAGE-CODE     PIC X(2).
           05  OCCOUT-LATE-FLAG         PIC X(1).
               88  OCCOUT-LATE              VALUE 'Y'.
