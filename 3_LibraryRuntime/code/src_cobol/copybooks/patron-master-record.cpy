      * Patron master record - one row per patron ID ever seen on a
      * clean nightly extract, keyed by patron ID.  PMST-PATRON-DATA
      * holds the patron's fields exactly as the last extract that
      * carried them had them, laid out byte for byte the same as
      * PATRON-RECORD so a whole extract row moves in and out in one
      * MOVE.  patron-edit compares every clean record against it and
      * stamps PMST-CLASS with what tonight's extract did to that
      * patron - new, changed, unchanged, or dropped.  A dropped
      * patron keeps its row (status D) so reappearing later reads as
      * a change, not as a new patron.
      *
      * PMST-WELCOME-STATUS is what decides who is owed a welcome:
      * patron-edit marks a new row owed (P), and it stays owed,
      * whatever the class says on later nights, until greet-batch
      * actually writes the welcome and marks it sent (Y) with the run
      * date in PMST-WELCOMED-DATE - so a patron held back on their
      * first night (do not contact, a hold, a probable duplicate, a
      * bad address, a dry run, a night greet-batch didn't finish) is
      * welcomed the first night they can be.  A row written before
      * welcomes were tracked has spaces here and is taken as already
      * welcomed unless its class is new.
       01  PATRON-MASTER-RECORD.
           05  PMST-PATRON-DATA.
               10  PMST-PATRON-ID       PIC X(10).
               10  PMST-PATRON-NAME     PIC X(100).
               10  PMST-LANGUAGE-CODE   PIC X(2).
               10  PMST-DELIVERY-CHANNEL PIC X(1).
               10  PMST-POSTAL-LINE-1   PIC X(40).
               10  PMST-POSTAL-LINE-2   PIC X(40).
               10  PMST-POSTAL-LINE-3   PIC X(40).
               10  PMST-EMAIL-ADDRESS   PIC X(60).
               10  PMST-PHONE-NUMBER    PIC X(15).
               10  PMST-BRANCH-CODE     PIC X(4).
           05  PMST-FIRST-SEEN-DATE     PIC X(8).
           05  PMST-LAST-SEEN-DATE      PIC X(8).
           05  PMST-LAST-CHANGED-DATE   PIC X(8).
           05  PMST-STATUS              PIC X(1).
               88  PMST-ACTIVE              VALUE 'A'.
               88  PMST-DROPPED             VALUE 'D'.
           05  PMST-CLASS               PIC X(1).
               88  PMST-CLASS-NEW           VALUE 'N'.
               88  PMST-CLASS-CHANGED       VALUE 'C'.
               88  PMST-CLASS-UNCHANGED     VALUE 'U'.
               88  PMST-CLASS-DROPPED       VALUE 'D'.
           05  PMST-CLASS-DATE          PIC X(8).
           05  PMST-WELCOME-STATUS      PIC X(1).
               88  PMST-WELCOME-OWED        VALUE 'P'.
               88  PMST-WELCOME-SENT        VALUE 'Y'.
           05  PMST-WELCOMED-DATE       PIC X(8).
