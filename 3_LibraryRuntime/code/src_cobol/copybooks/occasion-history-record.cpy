      * Cross-run occasion history - one row per patron, occasion
      * type, and occasion year for every occasion greeting
      * greet-occasion has generated, so a rerun, or a catch-up pass
      * whose window overlaps a night already covered, can check it
      * before writing a second GREETOCC row for the same birthday or
      * anniversary.  OCCH-OCCASION-YEAR is the year of the date the
      * occasion falls, not the run date, so a December print card
      * selected in November is keyed to the year it is for.
       01  OCCASION-HISTORY-RECORD.
           05  OCCH-OCCASION-KEY.
               10  OCCH-PATRON-ID       PIC X(10).
               10  OCCH-OCCASION-TYPE   PIC X(1).
               10  OCCH-OCCASION-YEAR   PIC X(4).
           05  OCCH-OCCASION-DATE       PIC X(8).
           05  OCCH-GENERATED-DATE      PIC X(8).
           05  OCCH-DELIVERY-CHANNEL    PIC X(1).
           05  OCCH-LATE-FLAG           PIC X(1).
