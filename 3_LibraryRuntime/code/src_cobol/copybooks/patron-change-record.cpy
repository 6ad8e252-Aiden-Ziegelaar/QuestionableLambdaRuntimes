      * Patron change log record - one row per field patron-edit found
      * different between the patron master and tonight's clean
      * extract, with the value on file before and the value the
      * extract brought, so the desk has an audit trail of address
      * and channel changes.  A new patron gets a single NEW row and a
      * patron missing from tonight's extract a single DROPPED row,
      * neither with field values.  PCHG-RUN-DATE dates every row;
      * the file itself is archived under the prior day's date like
      * the other nightly logs.
       01  PATRON-CHANGE-RECORD.
           05  PCHG-RUN-DATE            PIC X(8).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  PCHG-PATRON-ID           PIC X(10).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  PCHG-CHANGE-TYPE         PIC X(1).
               88  PCHG-NEW                 VALUE 'N'.
               88  PCHG-CHANGED             VALUE 'C'.
               88  PCHG-DROPPED             VALUE 'D'.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  PCHG-FIELD-NAME          PIC X(12).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  PCHG-BEFORE-VALUE        PIC X(100).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  PCHG-AFTER-VALUE         PIC X(100).
