      * has grown too large to comfortably hold in memory; a patron
      * blocked on their preferred channel is rerouted to their best
      * allowed channel, and only a patron blocked on every channel
      * is skipped as do-not-contact.  PATRONIN is a full extract every
      * night, so only a patron the patron master shows still owed a
      * welcome is welcomed at all - everyone else is skipped as an
      * existing patron, however long ago their GREETHIST row was
      * purged.  patron-edit marks a new patron owed and this run
      * marks the welcome sent on the master once it is written, so a
      * new patron skipped on their first night is picked up again on
      * the next night they can be greeted.  A new patron
      * patron-dedup held back as a probable duplicate of another
      * record (DUPHOLD) is skipped too, so the same person doesn't
      * get two cards.  handler is run as a batch session for the
      * length of the job (see OPEN-HANDLER-SESSION), so its
      * AUDITLOG/EXCPTLOG/LANGMISS stay open across calls instead of
      * being opened and closed once per patron; each checkpoint
      * syncs the session first and records how many rows each log
      * held, and a restart cuts the logs back to those counts so the
      * audit trail comes out with no row lost or repeated.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS HIST-PATRON-ID
               FILE STATUS IS WS-HIST-STATUS.

      * Read-only here - patron-edit owns the master and has already
      * classified every PATRONIN patron on it before this job runs.
           SELECT PATRON-MASTER-FILE ASSIGN TO "PATRONMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMST-PATRON-ID
               FILE STATUS IS WS-PMST-STATUS.

      * Read only - patron-dedup's hold list for tonight.  Missing is
      * tolerated (status 35) and holds nobody, so the greeting run
      * doesn't depend on the duplicate check having run.
           SELECT DUPLICATE-HOLD-FILE ASSIGN TO "DUPHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DHLD-PATRON-ID
               FILE STATUS IS WS-DHLD-STATUS.

           SELECT SKIP-FILE ASSIGN TO WS-SKIP-ASSIGN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKIP-STATUS.
       FD  GREETING-HISTORY-FILE.
           COPY "greeting-history-record.cpy".

       FD  PATRON-MASTER-FILE.
           COPY "patron-master-record.cpy".

       FD  DUPLICATE-HOLD-FILE.
           COPY "duplicate-hold-record.cpy".

       FD  SKIP-FILE.
           COPY "skip-record.cpy".

       01  WS-SMSOUT-STATUS             PIC XX.
       01  WS-PREFS-STATUS              PIC XX.
       01  WS-HIST-STATUS               PIC XX.
       01  WS-PMST-STATUS               PIC XX.
       01  WS-DHLD-STATUS               PIC XX.
       01  WS-DHLD-ABSENT-FLAG          PIC X VALUE 'N'.
           88  DUPLICATE-HOLD-FILE-ABSENT   VALUE 'Y'.
       01  WS-DUPLICATE-HELD-FLAG       PIC X VALUE 'N'.
           88  PATRON-HELD-AS-DUPLICATE     VALUE 'Y'.
       01  WS-SKIP-STATUS               PIC XX.
       01  WS-CKPT-STATUS               PIC XX.
       01  WS-PTEXC-STATUS              PIC XX.
       01  WS-PATRON-NAME-TRIMMED       PIC X(100).
       01  WS-PATRON-NAME-LENGTH        PIC 9(3).
       01  WS-RETURN-STATUS             PIC X(2).
      * handler batch-session request (open/sync/close) - see
      * handler-session-record.cpy.  LOAD-CHECKPOINT fills in the row
      * counts a restart cuts the logs back to.
           COPY "handler-session-record.cpy".
       01  WS-CKPT-ROWS-FLAG            PIC X VALUE 'N'.
           88  CKPT-LOG-ROWS-RECORDED       VALUE 'Y'.
      * Per-channel block flags copied out of the patron's
      * PATRONPREFS row (or left all-allowed when there is no row).
      * Only a patron blocked on every channel is treated as
       01  WS-SKIP-REASON               PIC X(30) VALUE SPACES.
       01  WS-RECENTLY-GREETED-FLAG     PIC X VALUE 'N'.
           88  PATRON-RECENTLY-GREETED      VALUE 'Y'.
       01  WS-NEW-PATRON-FLAG           PIC X VALUE 'N'.
           88  PATRON-IS-NEW                VALUE 'Y'.

       01  WS-CKPT-INTERVAL-TEXT         PIC X(9).
       01  WS-CKPT-INTERVAL-CANDIDATE    PIC 9(9) VALUE 0.
       01  WS-STATS-GREETED              PIC 9(8) VALUE 0.
       01  WS-STATS-SKIPPED-DNC          PIC 9(8) VALUE 0.
       01  WS-STATS-SKIPPED-RECENT       PIC 9(8) VALUE 0.
       01  WS-STATS-SKIPPED-EXISTING     PIC 9(8) VALUE 0.
       01  WS-STATS-SKIPPED-DUPLICATE    PIC 9(8) VALUE 0.
       01  WS-STATS-TRUNCATED            PIC 9(8) VALUE 0.
       01  WS-STATS-INVALID-CHANNEL      PIC 9(8) VALUE 0.
       01  WS-STATS-REROUTED             PIC 9(8) VALUE 0.
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM) - 1)
           MOVE WS-ARCHIVE-DATE-NUM TO WS-ARCHIVE-DATE
           PERFORM OPEN-FILES
           PERFORM OPEN-HANDLER-SESSION
           PERFORM INITIALIZE-CHECKPOINT-INTERVAL
           PERFORM INITIALIZE-MIN-DAYS-BETWEEN
           PERFORM OPEN-PREFERENCES-FILE
           PERFORM OPEN-GREETING-HISTORY-FILE
           PERFORM OPEN-PATRON-MASTER-FILE
           PERFORM OPEN-DUPLICATE-HOLD-FILE
           IF NOT DRY-RUN-MODE
               PERFORM WRITE-RUN-CONTROL-START
           END-IF
               PERFORM PROCESS-PATRON-IF-NEEDED
               PERFORM READ-PATRON-FILE
           END-PERFORM
           PERFORM CLOSE-HANDLER-SESSION
           IF NOT DRY-RUN-MODE
               PERFORM DELETE-CHECKPOINT
           END-IF
                   NOT AT END
                       MOVE CKPT-LAST-PATRON-ID TO WS-RESUME-PATRON-ID
                       SET RESUMING-FROM-CHECKPOINT TO TRUE
                       IF CKPT-AUDIT-ROWS NUMERIC
                               AND CKPT-EXCEPTION-ROWS NUMERIC
                               AND CKPT-LMISS-ROWS NUMERIC
                           MOVE CKPT-AUDIT-ROWS TO HSESS-AUDIT-ROWS
                           MOVE CKPT-EXCEPTION-ROWS
                               TO HSESS-EXCEPTION-ROWS
                           MOVE CKPT-LMISS-ROWS TO HSESS-LMISS-ROWS
                           SET CKPT-LOG-ROWS-RECORDED TO TRUE
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
      * with no signal anything was wrong - so this is held to the
      * same fail-fast standard as every other file operation here.
       WRITE-CHECKPOINT.
           PERFORM SYNC-HANDLER-SESSION
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = '00'
               DISPLAY "GREET-BATCH: UNABLE TO OPEN CKPTFILE, STATUS="
               STOP RUN
           END-IF
           MOVE PATRON-ID TO CKPT-LAST-PATRON-ID
           MOVE HSESS-AUDIT-ROWS TO CKPT-AUDIT-ROWS
           MOVE HSESS-EXCEPTION-ROWS TO CKPT-EXCEPTION-ROWS
           MOVE HSESS-LMISS-ROWS TO CKPT-LMISS-ROWS
           WRITE CHECKPOINT-RECORD
           IF WS-CKPT-STATUS NOT = '00'
               DISPLAY "GREET-BATCH: UNABLE TO WRITE CKPTFILE, STATUS="
               STOP RUN
           END-IF.

      * Opened right after the output files, before the first patron
      * is read, so handler's log archive and any restart cut-back are
      * done before a single audit row is written.  A restart whose
      * checkpoint predates the row counts has nothing to cut back
      * to, so the logs are kept as they stand - the rows since that
      * checkpoint are written a second time, as they always were.
      * A refused session request is fatal, like any other failed
      * file operation here.
       OPEN-HANDLER-SESSION.
           SET HSESS-OPEN-SESSION TO TRUE
           MOVE 'N' TO HSESS-RESUME-FLAG
           IF RESUMING-FROM-CHECKPOINT
               IF CKPT-LOG-ROWS-RECORDED
                   MOVE 'Y' TO HSESS-RESUME-FLAG
               ELSE
                   SET HSESS-ROWS-UNKNOWN TO TRUE
                   DISPLAY "GREET-BATCH: CHECKPOINT HAS NO LOG ROW "
                       "COUNTS - AUDITLOG/EXCPTLOG/LANGMISS "
                       "NOT CUT BACK"
               END-IF
           END-IF
           PERFORM CALL-HANDLER-SESSION.

      * Called ahead of every checkpoint so the counts written to it
      * are rows already on disk.
       SYNC-HANDLER-SESSION.
           SET HSESS-SYNC-SESSION TO TRUE
           PERFORM CALL-HANDLER-SESSION.

       CLOSE-HANDLER-SESSION.
           SET HSESS-CLOSE-SESSION TO TRUE
           PERFORM CALL-HANDLER-SESSION.

      * Made through the same CALL 'handler' as every greeting - the
      * name length says it's a session request, not a name.
       CALL-HANDLER-SESSION.
           CALL 'handler' USING HSESS-CALL-LENGTH
               HANDLER-SESSION-REQUEST WS-OUTPUT-STRING
               WS-RETURN-STATUS PATRON-LANGUAGE-CODE
           IF NOT HSESS-REQUEST-OK
               DISPLAY "GREET-BATCH: HANDLER SESSION REQUEST "
                   HSESS-FUNCTION " FAILED, RC=" HSESS-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-PREFERENCES-FILE.
           OPEN INPUT PREFERENCES-FILE
           IF WS-PREFS-STATUS NOT = '00'

       PROCESS-PATRON.
           ADD 1 TO WS-STATS-TOTAL
           PERFORM CHECK-PATRON-CLASSIFICATION
           IF NOT PATRON-IS-NEW
               PERFORM WRITE-SKIP-RECORD
               ADD 1 TO WS-STATS-SKIPPED-EXISTING
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DUPLICATE-HOLD
           IF PATRON-HELD-AS-DUPLICATE
               MOVE 'PROBABLE DUPLICATE' TO WS-SKIP-REASON
               PERFORM WRITE-SKIP-RECORD
               ADD 1 TO WS-STATS-SKIPPED-DUPLICATE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DO-NOT-CONTACT
           IF PATRON-OPTED-OUT
               MOVE 'DO NOT CONTACT' TO WS-SKIP-REASON
                           PERFORM WRITE-GREETING-RECORD
                           IF NOT DRY-RUN-MODE
                               PERFORM WRITE-GREETING-HISTORY-RECORD
                               PERFORM MARK-PATRON-WELCOMED
                           END-IF
                           PERFORM TALLY-LANGUAGE-STAT
                           ADD 1 TO WS-STATS-GREETED
      * flags from leaking through the INVALID KEY path.  Only a
      * patron blocked on all three channels is do-not-contact
      * outright; anything less is ROUTE-DELIVERY-CHANNEL's problem.
      * A temporary hold whose expiry date has passed is no block at
      * all, whether or not pref-expire has cleared the flag yet.
       CHECK-DO-NOT-CONTACT.
           MOVE 'N' TO WS-OPTED-OUT
           MOVE 'N' TO WS-PRINT-BLOCKED-FLAG
                   CONTINUE
               NOT INVALID KEY
                   IF PREF-PRINT-BLOCKED
                           AND (PREF-PRINT-BLOCK-EXPIRY = SPACES
                               OR PREF-PRINT-BLOCK-EXPIRY
                                   NOT < WS-RUN-DATE)
                       MOVE 'Y' TO WS-PRINT-BLOCKED-FLAG
                   END-IF
                   IF PREF-EMAIL-BLOCKED
                           AND (PREF-EMAIL-BLOCK-EXPIRY = SPACES
                               OR PREF-EMAIL-BLOCK-EXPIRY
                                   NOT < WS-RUN-DATE)
                       MOVE 'Y' TO WS-EMAIL-BLOCKED-FLAG
                   END-IF
                   IF PREF-SMS-BLOCKED
                           AND (PREF-SMS-BLOCK-EXPIRY = SPACES
                               OR PREF-SMS-BLOCK-EXPIRY
                                   NOT < WS-RUN-DATE)
                       MOVE 'Y' TO WS-SMS-BLOCKED-FLAG
                   END-IF
                   IF ROUTE-PRINT-BLOCKED AND ROUTE-EMAIL-BLOCKED
                   END-IF
           END-READ.

      * Only a patron the master shows still owed a welcome gets one
      * - changed, unchanged, and reinstated patrons have all been
      * welcomed before.  A patron held back on an earlier night is
      * still owed, whatever patron-edit has classified them since.
      * A welcome sent today still counts as owed, for the same
      * same-day rerun reason CHECK-GREETING-HISTORY exempts today: a
      * rerun's OPEN OUTPUT has thrown the first run's channel files
      * away.  A row from before welcomes were tracked goes by its
      * class alone.  A PATRONIN patron with no master row at all
      * means PATRONIN and the master are out of step (a PATRONIN not
      * produced by tonight's patron-edit); that patron is skipped
      * under its own reason rather than guessed at, so greet-recon
      * shows exactly who was held back and why.
       CHECK-PATRON-CLASSIFICATION.
           MOVE 'N' TO WS-NEW-PATRON-FLAG
           MOVE PATRON-ID TO PMST-PATRON-ID
           READ PATRON-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON PATRON MASTER' TO WS-SKIP-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PMST-WELCOME-SENT
                           IF PMST-WELCOMED-DATE = WS-RUN-DATE
                               SET PATRON-IS-NEW TO TRUE
                           END-IF
                       WHEN PMST-WELCOME-OWED
                           SET PATRON-IS-NEW TO TRUE
                       WHEN PMST-CLASS-NEW
                           SET PATRON-IS-NEW TO TRUE
                   END-EVALUATE
                   IF NOT PATRON-IS-NEW
                       MOVE 'EXISTING PATRON' TO WS-SKIP-REASON
                   END-IF
           END-READ.

      * The master row CHECK-PATRON-CLASSIFICATION read is still in
      * the record area - nothing else reads the master in between.
       MARK-PATRON-WELCOMED.
           SET PMST-WELCOME-SENT TO TRUE
           MOVE WS-RUN-DATE TO PMST-WELCOMED-DATE
           REWRITE PATRON-MASTER-RECORD
               INVALID KEY
                   DISPLAY "GREET-BATCH: UNABLE TO REWRITE PATRONMSTR "
                       "FOR " PATRON-ID ", STATUS=" WS-PMST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

      * Opened for update so each welcome can be marked sent as it is
      * written, but input-only on a dry run, which must leave every
      * patron owed exactly as it found them.  Missing is fatal:
      * without the master there's no way to tell a new patron from a
      * long-standing one, and guessing either way is wrong for a
      * whole night's extract.
       OPEN-PATRON-MASTER-FILE.
           IF DRY-RUN-MODE
               OPEN INPUT PATRON-MASTER-FILE
           ELSE
               OPEN I-O PATRON-MASTER-FILE
           END-IF
           IF WS-PMST-STATUS NOT = '00'
               DISPLAY
                   "GREET-BATCH: UNABLE TO OPEN PATRONMSTR, STATUS="
                   WS-PMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Opened input-only on a dry run as much as a real one.  Only a
      * missing file (status 35) is tolerated - any other failure is
      * fatal rather than quietly greeting every duplicate.
       OPEN-DUPLICATE-HOLD-FILE.
           OPEN INPUT DUPLICATE-HOLD-FILE
           IF WS-DHLD-STATUS = '35'
               SET DUPLICATE-HOLD-FILE-ABSENT TO TRUE
           ELSE
               IF WS-DHLD-STATUS NOT = '00'
                   DISPLAY
                       "GREET-BATCH: UNABLE TO OPEN DUPHOLD, STATUS="
                       WS-DHLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * A hold row counts only when patron-dedup wrote it for tonight's
      * run date - a DUPHOLD left from a night the duplicate check
      * didn't run holds nobody.
       CHECK-DUPLICATE-HOLD.
           MOVE 'N' TO WS-DUPLICATE-HELD-FLAG
           IF DUPLICATE-HOLD-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE PATRON-ID TO DHLD-PATRON-ID
           READ DUPLICATE-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DHLD-RUN-DATE = WS-RUN-DATE
                       SET PATRON-HELD-AS-DUPLICATE TO TRUE
                   END-IF
           END-READ.

       WRITE-SKIP-RECORD.
           MOVE FUNCTION CURRENT-DATE TO SKIP-TIMESTAMP
           MOVE PATRON-ID TO SKIP-PATRON-ID
       CLOSE-FILES.
           CLOSE PATRON-FILE PRINT-GREETING-FILE EMAIL-GREETING-FILE
               SMS-GREETING-FILE PREFERENCES-FILE
               SKIP-FILE PATRON-EXCEPTION-FILE PATRON-MASTER-FILE
           IF NOT HISTORY-FILE-ABSENT
               CLOSE GREETING-HISTORY-FILE
           END-IF
           IF NOT DUPLICATE-HOLD-FILE-ABSENT
               CLOSE DUPLICATE-HOLD-FILE
           END-IF.

      * One row to RUNCTL at start and one at end of the run, the
           MOVE WS-STATS-GREETED TO RUNC-OUTPUT-COUNT
           COMPUTE RUNC-SKIP-COUNT =
               WS-STATS-SKIPPED-DNC + WS-STATS-SKIPPED-RECENT
               + WS-STATS-SKIPPED-EXISTING
               + WS-STATS-SKIPPED-DUPLICATE
           COMPUTE RUNC-EXCEPTION-COUNT =
               WS-STATS-INVALID-CHANNEL + WS-STATS-BAD-ADDRESS
           MOVE WS-STATS-PRINT TO RUNC-PRINT-COUNT
               WS-STATS-SKIPPED-DNC
           DISPLAY "GREET-BATCH: SKIPPED - RECENTLY GREETED:"
               WS-STATS-SKIPPED-RECENT
           DISPLAY "GREET-BATCH: SKIPPED - EXISTING PATRON:"
               WS-STATS-SKIPPED-EXISTING
           DISPLAY "GREET-BATCH: SKIPPED - PROBABLE DUPLICATE:"
               WS-STATS-SKIPPED-DUPLICATE
           DISPLAY "GREET-BATCH: NAMES TRUNCATED:        "
               WS-STATS-TRUNCATED
           DISPLAY "GREET-BATCH: INVALID DELIVERY CHANNEL:"
