      * configured maximum attempts lands on the retry exception
      * report for manual follow-up instead, so a persistently
      * undeliverable greeting stops consuming vendor attempts but is
      * never silently dropped.  A failure the vendor classes as hard
      * (bounced mailbox, disconnected number, card returned to
      * sender) is not retried at all - no number of attempts will
      * get it through as addressed - and goes to the exception
      * report straight away; hard-fail-track blocks the channel once
      * such failures keep coming.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-STATS-EXHAUSTED           PIC 9(8) VALUE 0.
       01  WS-STATS-NOT-ON-FILE         PIC 9(8) VALUE 0.
       01  WS-STATS-BAD-CHANNEL         PIC 9(8) VALUE 0.
       01  WS-STATS-HARD-FAILURE        PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      * S can't be matched against any greeting file, so it goes
      * straight to the exception report rather than being silently
      * dropped - the same treatment the batch drivers give a
      * malformed channel in their own extracts.  A hard failure is
      * reported rather than retried, for the reason given above.
       PROCESS-FAILED-CONFIRMATION.
           EVALUATE TRUE
               WHEN NOT DLVCF-CHANNEL-PRINT AND NOT DLVCF-CHANNEL-EMAIL
                       AND NOT DLVCF-CHANNEL-SMS
                   MOVE 'INVALID DELIVERY CHANNEL'
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-RETRY-EXCEPTION-RECORD
                   ADD 1 TO WS-STATS-BAD-CHANNEL
               WHEN DLVCF-HARD-FAILURE
                   MOVE 'HARD FAILURE - NOT RETRIED'
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-RETRY-EXCEPTION-RECORD
                   ADD 1 TO WS-STATS-HARD-FAILURE
               WHEN OTHER
                   PERFORM RETRY-FAILED-GREETING
           END-EVALUATE.

       RETRY-FAILED-GREETING.
           PERFORM LOCATE-GREETING-RECORD
           IF NOT GREETING-ROW-FOUND
               MOVE 'FAILED GREETING NOT ON FILE'
                   TO WS-EXCEPTION-REASON
               PERFORM WRITE-RETRY-EXCEPTION-RECORD
               ADD 1 TO WS-STATS-NOT-ON-FILE
           ELSE
               PERFORM DETERMINE-ATTEMPT-NUMBER
               IF WS-ATTEMPT-NUMBER > WS-MAX-RETRY-ATTEMPTS
                   MOVE 'RETRY ATTEMPTS EXHAUSTED'
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-RETRY-EXCEPTION-RECORD
                   ADD 1 TO WS-STATS-EXHAUSTED
               ELSE
                   PERFORM WRITE-RETRY-GREETING-RECORD
                   PERFORM WRITE-RETRY-HISTORY-RECORD
                   ADD 1 TO WS-STATS-RETRIED
               END-IF
           END-IF.

               WS-STATS-NOT-ON-FILE
           DISPLAY "GREET-RETRY: INVALID CHANNEL:        "
               WS-STATS-BAD-CHANNEL
           DISPLAY "GREET-RETRY: HARD FAILURES:          "
               WS-STATS-HARD-FAILURE
           DISPLAY "GREET-RETRY: ===== END OF SUMMARY =====".

       END PROGRAM greet-retry.
