      * mail is fine" request doesn't have to wait for someone to
      * hand-edit the file directly.  A change transaction updates
      * only the channels it names - a SPACE flag leaves that channel
      * exactly as the patron already has it.  A block may carry an
      * expiry date, making it a temporary hold that lapses on its
      * own - the readers stop honouring it the day after, and
      * pref-expire clears it.  Every
      * transaction is logged to PREFTLOG, whether it was applied or
      * rejected, and a run summary is displayed at the end the same
      * way greet-batch reports one.
       01  WS-OUTCOME                   PIC X(30) VALUE SPACES.
       01  WS-FLAGS-VALID-SW            PIC X VALUE 'Y'.
           88  PREFERENCE-FLAGS-VALID       VALUE 'Y'.

      * One channel's flag and expiry at a time, checked by the same
      * paragraph for all three; the first bad one sets the outcome.
       01  WS-EXPIRY-OUTCOME            PIC X(30) VALUE SPACES.
       01  WS-CHECK-FLAG                PIC X(1).
       01  WS-CHECK-EXPIRY              PIC X(8).
       01  WS-CHECK-EXPIRY-NUM          PIC 9(8).
       01  WS-STATS-APPLIED             PIC 9(8) VALUE 0.
       01  WS-STATS-REJECTED            PIC 9(8) VALUE 0.


       APPLY-TRANSACTION.
           PERFORM VALIDATE-PREFERENCE-FLAGS
           PERFORM VALIDATE-BLOCK-EXPIRY-DATES
           EVALUATE TRUE
               WHEN NOT PREFERENCE-FLAGS-VALID
                       AND (PTRAN-ADD OR PTRAN-CHANGE)
                   MOVE "REJECTED - INVALID CHANNEL FLAG"
                       TO WS-OUTCOME
                   ADD 1 TO WS-STATS-REJECTED
               WHEN WS-EXPIRY-OUTCOME NOT = SPACES
                       AND (PTRAN-ADD OR PTRAN-CHANGE)
                   MOVE WS-EXPIRY-OUTCOME TO WS-OUTCOME
                   ADD 1 TO WS-STATS-REJECTED
               WHEN PTRAN-ADD
                   PERFORM APPLY-ADD-TRANSACTION
               WHEN PTRAN-CHANGE
               MOVE 'N' TO WS-FLAGS-VALID-SW
           END-IF.

      * An expiry is only meaningful on a channel being blocked, has
      * to be a real date, and can't already be past - a hold that
      * lapsed before it was keyed is a keying error, rejected whole
      * for the same reason a bad flag is.  Today is allowed: the
      * hold covers today and lapses tomorrow.
       VALIDATE-BLOCK-EXPIRY-DATES.
           MOVE SPACES TO WS-EXPIRY-OUTCOME
           MOVE PTRAN-NO-PRINT TO WS-CHECK-FLAG
           MOVE PTRAN-PRINT-EXPIRY TO WS-CHECK-EXPIRY
           PERFORM VALIDATE-ONE-EXPIRY
           MOVE PTRAN-NO-EMAIL TO WS-CHECK-FLAG
           MOVE PTRAN-EMAIL-EXPIRY TO WS-CHECK-EXPIRY
           PERFORM VALIDATE-ONE-EXPIRY
           MOVE PTRAN-NO-SMS TO WS-CHECK-FLAG
           MOVE PTRAN-SMS-EXPIRY TO WS-CHECK-EXPIRY
           PERFORM VALIDATE-ONE-EXPIRY.

       VALIDATE-ONE-EXPIRY.
           IF WS-EXPIRY-OUTCOME NOT = SPACES
                   OR WS-CHECK-EXPIRY = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CHECK-FLAG NOT = 'Y'
                   MOVE "REJECTED - EXPIRY, NO BLOCK"
                       TO WS-EXPIRY-OUTCOME
               WHEN WS-CHECK-EXPIRY IS NOT NUMERIC
                   MOVE "REJECTED - INVALID EXPIRY DATE"
                       TO WS-EXPIRY-OUTCOME
               WHEN OTHER
                   MOVE WS-CHECK-EXPIRY TO WS-CHECK-EXPIRY-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-EXPIRY-NUM)
                           NOT = 0
                       MOVE "REJECTED - INVALID EXPIRY DATE"
                           TO WS-EXPIRY-OUTCOME
                   ELSE
                       IF WS-CHECK-EXPIRY < WS-RUN-DATE
                           MOVE "REJECTED - EXPIRY DATE IS PAST"
                               TO WS-EXPIRY-OUTCOME
                       END-IF
                   END-IF
           END-EVALUATE.

      * A new row starts every channel allowed, then takes the flags
      * the transaction actually carries - a SPACE on an add means
      * the operator said nothing about that channel, which on a
       APPLY-ADD-TRANSACTION.
           MOVE PTRAN-PATRON-ID TO PREF-PATRON-ID
           MOVE 'N' TO PREF-NO-PRINT PREF-NO-EMAIL PREF-NO-SMS
           MOVE SPACES TO PREF-PRINT-BLOCK-EXPIRY
               PREF-EMAIL-BLOCK-EXPIRY PREF-SMS-BLOCK-EXPIRY
           PERFORM MERGE-CHANNEL-FLAGS
           WRITE PREFERENCES-RECORD
               INVALID KEY
                   END-REWRITE
           END-READ.

      * A channel the transaction names takes the transaction's
      * expiry along with its flag - SPACES on a 'Y' makes the block
      * open-ended, and an 'N' clears any hold date left behind.
       MERGE-CHANNEL-FLAGS.
           IF PTRAN-NO-PRINT NOT = SPACE
               MOVE PTRAN-NO-PRINT TO PREF-NO-PRINT
               MOVE PTRAN-PRINT-EXPIRY TO PREF-PRINT-BLOCK-EXPIRY
           END-IF
           IF PTRAN-NO-EMAIL NOT = SPACE
               MOVE PTRAN-NO-EMAIL TO PREF-NO-EMAIL
               MOVE PTRAN-EMAIL-EXPIRY TO PREF-EMAIL-BLOCK-EXPIRY
           END-IF
           IF PTRAN-NO-SMS NOT = SPACE
               MOVE PTRAN-NO-SMS TO PREF-NO-SMS
               MOVE PTRAN-SMS-EXPIRY TO PREF-SMS-BLOCK-EXPIRY
           END-IF.

       APPLY-DELETE-TRANSACTION.
           MOVE PTRAN-PATRON-ID TO PTLOG-PATRON-ID
           MOVE PTRAN-OPERATOR-ID TO PTLOG-OPERATOR-ID
           MOVE WS-OUTCOME TO PTLOG-STATUS
           MOVE PTRAN-NO-PRINT TO PTLOG-NO-PRINT
           MOVE PTRAN-NO-EMAIL TO PTLOG-NO-EMAIL
           MOVE PTRAN-NO-SMS TO PTLOG-NO-SMS
           MOVE PTRAN-PRINT-EXPIRY TO PTLOG-PRINT-EXPIRY
           MOVE PTRAN-EMAIL-EXPIRY TO PTLOG-EMAIL-EXPIRY
           MOVE PTRAN-SMS-EXPIRY TO PTLOG-SMS-EXPIRY
           WRITE PREFERENCE-TRANSACTION-LOG-RECORD.

       CLOSE-FILES.
