      * without diffing PATRONPREFS before and after by hand.
      * PTLOG-OPERATOR-ID carries the requesting operator through
      * from the transaction, so each row records who changed what
      * and when, and the channel flags and hold expiry dates keyed
      * ride along so the log shows what was asked for.  pref-expire
      * logs each hold it releases here too, as transaction code 'R'
      * with the released channel's flag 'N' and the expiry that
      * lapsed.
       01  PREFERENCE-TRANSACTION-LOG-RECORD.
           05  PTLOG-TIMESTAMP          PIC X(21).
           05  PTLOG-TRANSACTION-CODE   PIC X(1).
           05  PTLOG-PATRON-ID          PIC X(10).
           05  PTLOG-OPERATOR-ID        PIC X(8).
           05  PTLOG-STATUS             PIC X(30).
           05  PTLOG-NO-PRINT           PIC X(1).
           05  PTLOG-NO-EMAIL           PIC X(1).
           05  PTLOG-NO-SMS             PIC X(1).
           05  PTLOG-PRINT-EXPIRY       PIC X(8).
           05  PTLOG-EMAIL-EXPIRY       PIC X(8).
           05  PTLOG-SMS-EXPIRY         PIC X(8).
