      * Patron contact-trace report line - one row per thing that
      * happened to the traced patron, written by contact-trace in
      * time order: greetings generated, skips and exceptions,
      * vendor confirmations and failures, retry attempts, and
      * preference changes.  TRPT-NOTE carries the short why (skip
      * reason, reroute, attempt number, keying operator), TRPT-DETAIL
      * the greeting text or other free text, and TRPT-SOURCE the file
      * (current or dated archive) the row was found in, so the desk
      * can go straight to it.  The header rows at the top of the
      * report (patron, last greeted, current preferences, retry
      * counts) use the same columns with a blank timestamp.
       01  TRACE-REPORT-RECORD.
           05  TRPT-TIMESTAMP           PIC X(21).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  TRPT-EVENT               PIC X(12).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  TRPT-CHANNEL             PIC X(1).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  TRPT-NOTE                PIC X(30).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  TRPT-DETAIL              PIC X(120).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  TRPT-SOURCE              PIC X(20).
