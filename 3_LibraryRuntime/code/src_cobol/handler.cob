               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.

      * Work files for a batch session's restart cut-back (see
      * CUT-BACK-LOG-FILE) - one log at a time, so both are assigned
      * by name rather than one SELECT pair per log.  The record is
      * sized to the widest of the three log layouts; line sequential
      * drops the trailing padding on the way back out.
           SELECT LOG-WORK-FILE ASSIGN TO WS-LOG-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-WORK-STATUS.

           SELECT LOG-REBUILD-FILE ASSIGN TO WS-LOG-REBUILD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-REBUILD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       FD  GREETING-TEMPLATE-FILE.
           COPY "greeting-template-record.cpy".

       FD  LOG-WORK-FILE.
       01  LOG-WORK-RECORD              PIC X(241).

       FD  LOG-REBUILD-FILE.
       01  LOG-REBUILD-RECORD           PIC X(241).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS              PIC XX.
       01  WS-AUDIT-FILE-OPEN           PIC X VALUE 'N'.
      * below), so unlike greet-batch's checkpoint-gated files there's
      * no single "start of run" OPEN to hang the archive off of - a
      * one-time flag mirroring GREETING-TEMPLATES-LOADED above stands
      * in for it, tripped on this run's first call (or by a batch
      * session's open, whichever comes first).  Archives are
      * stamped with the PRIOR day's date - the file being rolled
      * holds the prior run's data.
       01  WS-LOGS-ARCHIVED-FLAG        PIC X VALUE 'N'.
       01  WS-LMISS-FILE-NAME           PIC X(8) VALUE "LANGMISS".
       01  WS-LMISS-ARCHIVE-NAME        PIC X(17).

      * Batch session state (see SESSION-LOGIC).  While a session is
      * open the WRITE-* paragraphs leave their log open after the
      * WRITE instead of closing it.  The row counters track how many
      * rows each log holds - counted off the file when the session
      * opens, then kept up by every WRITE - so a sync can hand the
      * caller exact figures for its checkpoint.
       01  WS-SESSION-FLAG              PIC X VALUE 'N'.
           88  HANDLER-SESSION-ACTIVE       VALUE 'Y'.
       01  WS-AUDIT-ROWS                PIC 9(9) VALUE 0.
       01  WS-EXCEPTION-ROWS            PIC 9(9) VALUE 0.
       01  WS-LMISS-ROWS                PIC 9(9) VALUE 0.
       01  WS-LOG-WORK-NAME             PIC X(16).
       01  WS-LOG-WORK-STATUS           PIC XX.
       01  WS-LOG-REBUILD-NAME          PIC X(8).
       01  WS-LOG-REBUILD-STATUS        PIC XX.
       01  WS-LOG-KEEP-ROWS             PIC 9(9).
       01  WS-LOG-ROWS-KEPT             PIC 9(9).
       01  WS-LOG-ROWS-DROPPED          PIC 9(9).
       01  WS-LOG-WORK-RC               PIC S9(9) COMP-5.
           COPY "handler-session-record.cpy".

           COPY "name-case-table.cpy".

       01  WS-NORMALIZED-NAME           PIC X(100).
               OUTPUT-STRING RETURN-STATUS LANGUAGE-CODE.

       MAIN-LOGIC.
           IF INPUT-NAME-LENGTH = HSESS-CALL-LENGTH
               PERFORM SESSION-LOGIC
               GOBACK
           END-IF
           IF NOT AUDIT-LOGS-ARCHIVED
               PERFORM ARCHIVE-LOG-FILES-ONCE
               SET AUDIT-LOGS-ARCHIVED TO TRUE
           END-IF
           GOBACK.

      * Batch-session request, made through the ordinary call with
      * the name length set to HSESS-CALL-LENGTH and the request in
      * the name text.  A driver that calls handler once per record
      * (greet-batch) opens a session at the start of its run, syncs
      * it at every checkpoint, and closes it at the end; between
      * those, AUDITLOG/EXCPTLOG/LANGMISS stay open across calls
      * instead of paying an OPEN and CLOSE per patron.  A caller that
      * never opens a session - the Lambda runtime - gets the original
      * open-write-close behavior on every call, unchanged.  The
      * request layout is in handler-session-record.cpy; the answer
      * goes back in the same area.
       SESSION-LOGIC.
           MOVE INPUT-NAME-TEXT TO HANDLER-SESSION-REQUEST
           MOVE '00' TO HSESS-RETURN-CODE
           EVALUATE TRUE
               WHEN HSESS-OPEN-SESSION
                   PERFORM OPEN-HANDLER-SESSION
               WHEN HSESS-SYNC-SESSION
                   PERFORM SYNC-HANDLER-SESSION
               WHEN HSESS-CLOSE-SESSION
                   PERFORM CLOSE-HANDLER-SESSION
               WHEN OTHER
                   DISPLAY "HANDLER: UNKNOWN SESSION FUNCTION '"
                       HSESS-FUNCTION "'"
                   MOVE '16' TO HSESS-RETURN-CODE
           END-EVALUATE
           MOVE HANDLER-SESSION-REQUEST TO INPUT-NAME-TEXT.

      * A fresh run takes the archive here, before anything is
      * counted, rather than waiting for the first greeting call, then
      * counts whatever the logs already hold (normally nothing - they
      * were just rolled - but a second run the same day keeps
      * appending to the first run's logs).  A restarted run skips the
      * archive outright - the logs on file are the interrupted run's
      * own, and the ALREADY EXISTS guard alone won't protect them
      * when that run found no prior log to roll - and cuts each log
      * back to the row count its checkpoint recorded: rows written
      * after that checkpoint belong to patrons the restart is about
      * to process again, so keeping them would leave those patrons in
      * the audit trail twice.  A restart whose checkpoint carries no
      * counts (HSESS-ROWS-UNKNOWN) keeps the logs as they stand.
       OPEN-HANDLER-SESSION.
           IF HANDLER-SESSION-ACTIVE
               DISPLAY "HANDLER: BATCH SESSION IS ALREADY OPEN"
               MOVE '08' TO HSESS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT AUDIT-LOGS-ARCHIVED
               IF NOT HSESS-RESUMING
                   PERFORM ARCHIVE-LOG-FILES-ONCE
               END-IF
               SET AUDIT-LOGS-ARCHIVED TO TRUE
           END-IF
           IF HSESS-RESUMING AND NOT HSESS-ROWS-UNKNOWN
               MOVE WS-AUDIT-FILE-NAME TO WS-LOG-REBUILD-NAME
               MOVE HSESS-AUDIT-ROWS TO WS-LOG-KEEP-ROWS
               PERFORM CUT-BACK-LOG-FILE
               MOVE WS-LOG-ROWS-KEPT TO WS-AUDIT-ROWS
               MOVE WS-EXCPT-FILE-NAME TO WS-LOG-REBUILD-NAME
               MOVE HSESS-EXCEPTION-ROWS TO WS-LOG-KEEP-ROWS
               PERFORM CUT-BACK-LOG-FILE
               MOVE WS-LOG-ROWS-KEPT TO WS-EXCEPTION-ROWS
               MOVE WS-LMISS-FILE-NAME TO WS-LOG-REBUILD-NAME
               MOVE HSESS-LMISS-ROWS TO WS-LOG-KEEP-ROWS
               PERFORM CUT-BACK-LOG-FILE
               MOVE WS-LOG-ROWS-KEPT TO WS-LMISS-ROWS
           ELSE
               MOVE WS-AUDIT-FILE-NAME TO WS-LOG-WORK-NAME
               PERFORM COUNT-LOG-FILE-ROWS
               MOVE WS-LOG-ROWS-KEPT TO WS-AUDIT-ROWS
               MOVE WS-EXCPT-FILE-NAME TO WS-LOG-WORK-NAME
               PERFORM COUNT-LOG-FILE-ROWS
               MOVE WS-LOG-ROWS-KEPT TO WS-EXCEPTION-ROWS
               MOVE WS-LMISS-FILE-NAME TO WS-LOG-WORK-NAME
               PERFORM COUNT-LOG-FILE-ROWS
               MOVE WS-LOG-ROWS-KEPT TO WS-LMISS-ROWS
           END-IF
           SET HANDLER-SESSION-ACTIVE TO TRUE
           PERFORM RETURN-SESSION-ROW-COUNTS.

      * Closing a log is what puts its buffered rows on disk, so a
      * sync closes whichever logs are open and leaves the WRITE-*
      * paragraphs to reopen them (OPEN EXTEND) on the next write.
      * The caller records the returned counts on its checkpoint only
      * after this, so a checkpoint never claims a row that could
      * still be sitting in a buffer.
       SYNC-HANDLER-SESSION.
           IF NOT HANDLER-SESSION-ACTIVE
               DISPLAY "HANDLER: NO BATCH SESSION IS OPEN TO SYNC"
               MOVE '08' TO HSESS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CLOSE-OPEN-LOG-FILES
           PERFORM RETURN-SESSION-ROW-COUNTS.

       CLOSE-HANDLER-SESSION.
           IF NOT HANDLER-SESSION-ACTIVE
               DISPLAY "HANDLER: NO BATCH SESSION IS OPEN TO CLOSE"
               MOVE '08' TO HSESS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CLOSE-OPEN-LOG-FILES
           MOVE 'N' TO WS-SESSION-FLAG
           PERFORM RETURN-SESSION-ROW-COUNTS.

       CLOSE-OPEN-LOG-FILES.
           IF AUDIT-FILE-OPEN
               CLOSE AUDIT-FILE
               MOVE 'N' TO WS-AUDIT-FILE-OPEN
           END-IF
           IF EXCEPTION-FILE-OPEN
               CLOSE EXCEPTION-FILE
               MOVE 'N' TO WS-EXCEPTION-FILE-OPEN
           END-IF
           IF LANGUAGE-MISS-FILE-OPEN
               CLOSE LANGUAGE-MISS-FILE
               MOVE 'N' TO WS-LMISS-FILE-OPEN
           END-IF.

       RETURN-SESSION-ROW-COUNTS.
           MOVE WS-AUDIT-ROWS TO HSESS-AUDIT-ROWS
           MOVE WS-EXCEPTION-ROWS TO HSESS-EXCEPTION-ROWS
           MOVE WS-LMISS-ROWS TO HSESS-LMISS-ROWS.

      * Counts the rows in the log named in WS-LOG-WORK-NAME into
      * WS-LOG-ROWS-KEPT.  A log not on file yet (status 35) simply
      * holds no rows.
       COUNT-LOG-FILE-ROWS.
           MOVE 0 TO WS-LOG-ROWS-KEPT
           OPEN INPUT LOG-WORK-FILE
           IF WS-LOG-WORK-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-LOG-WORK-STATUS NOT = '00'
               DISPLAY "HANDLER: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-LOG-WORK-NAME) ", STATUS="
                   WS-LOG-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LOG-WORK-STATUS = '10'
               READ LOG-WORK-FILE
                   AT END
                       MOVE '10' TO WS-LOG-WORK-STATUS
                   NOT AT END
                       ADD 1 TO WS-LOG-ROWS-KEPT
               END-READ
           END-PERFORM
           CLOSE LOG-WORK-FILE.

      * Cuts the log named in WS-LOG-REBUILD-NAME back to its first
      * WS-LOG-KEEP-ROWS rows: the log is renamed to <log>.RESTART,
      * the rows being kept are copied back under the log's own name,
      * and the work file is deleted.  A <log>.RESTART already on file
      * means an earlier restart died part-way through this copy - the
      * work file is then the complete log and the half-rebuilt one is
      * discarded, so the copy is simply done again from it.  A rename
      * that fails for any reason other than the log not being there
      * is fatal, the same fail-fast standard greet-batch holds its
      * checkpoint to: carrying on would duplicate every row written
      * after the checkpoint.  A log holding fewer rows than the
      * checkpoint recorded is kept whole and reported.
       CUT-BACK-LOG-FILE.
           MOVE 0 TO WS-LOG-ROWS-KEPT
           MOVE 0 TO WS-LOG-ROWS-DROPPED
           MOVE SPACES TO WS-LOG-WORK-NAME
           STRING WS-LOG-REBUILD-NAME DELIMITED BY SIZE
                   ".RESTART" DELIMITED BY SIZE
               INTO WS-LOG-WORK-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-LOG-WORK-NAME
                   WS-ARCHIVE-EXIST-INFO
               RETURNING WS-LOG-WORK-RC
           IF WS-LOG-WORK-RC = 0
               DISPLAY "HANDLER: " WS-LOG-WORK-NAME
                   " LEFT BY AN EARLIER RESTART - REBUILDING FROM IT"
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-LOG-REBUILD-NAME
                       WS-LOG-WORK-NAME
                   RETURNING WS-LOG-WORK-RC
               IF WS-LOG-WORK-RC = 128
                   IF WS-LOG-KEEP-ROWS > 0
                       DISPLAY "HANDLER: " WS-LOG-REBUILD-NAME
                           " IS MISSING - CHECKPOINT RECORDED "
                           WS-LOG-KEEP-ROWS " ROWS"
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF WS-LOG-WORK-RC NOT = 0
                   DISPLAY "HANDLER: UNABLE TO SET ASIDE "
                       WS-LOG-REBUILD-NAME " FOR RESTART, RC="
                       WS-LOG-WORK-RC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT LOG-WORK-FILE
           IF WS-LOG-WORK-STATUS NOT = '00'
               DISPLAY "HANDLER: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-LOG-WORK-NAME) ", STATUS="
                   WS-LOG-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LOG-REBUILD-FILE
           IF WS-LOG-REBUILD-STATUS NOT = '00'
               DISPLAY "HANDLER: UNABLE TO REBUILD "
                   WS-LOG-REBUILD-NAME ", STATUS="
                   WS-LOG-REBUILD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LOG-WORK-STATUS = '10'
               READ LOG-WORK-FILE
                   AT END
                       MOVE '10' TO WS-LOG-WORK-STATUS
                   NOT AT END
                       IF WS-LOG-ROWS-KEPT < WS-LOG-KEEP-ROWS
                           MOVE LOG-WORK-RECORD TO LOG-REBUILD-RECORD
                           WRITE LOG-REBUILD-RECORD
                           IF WS-LOG-REBUILD-STATUS NOT = '00'
                               DISPLAY "HANDLER: UNABLE TO WRITE "
                                   WS-LOG-REBUILD-NAME ", STATUS="
                                   WS-LOG-REBUILD-STATUS
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-LOG-ROWS-KEPT
                       ELSE
                           ADD 1 TO WS-LOG-ROWS-DROPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-WORK-FILE LOG-REBUILD-FILE
           CALL "CBL_DELETE_FILE" USING WS-LOG-WORK-NAME
               RETURNING WS-LOG-WORK-RC
           IF WS-LOG-WORK-RC NOT = 0
               DISPLAY "HANDLER: UNABLE TO DELETE "
                   FUNCTION TRIM(WS-LOG-WORK-NAME) ", RC="
                   WS-LOG-WORK-RC
           END-IF
           IF WS-LOG-ROWS-KEPT < WS-LOG-KEEP-ROWS
               DISPLAY "HANDLER: " WS-LOG-REBUILD-NAME " HOLDS ONLY "
                   WS-LOG-ROWS-KEPT " OF " WS-LOG-KEEP-ROWS
                   " CHECKPOINTED ROWS"
           END-IF
           DISPLAY "HANDLER: " WS-LOG-REBUILD-NAME
               " CUT BACK TO CHECKPOINT - KEPT " WS-LOG-ROWS-KEPT
               ", DROPPED " WS-LOG-ROWS-DROPPED.

      * On a restarted run the interrupted attempt already took the
      * dated archives at its own start, so the ALREADY EXISTS guard
      * in each ARCHIVE-* paragraph below skips the rename and the
                   INTO OUTPUT-STRING
           END-IF.

      * Outside a batch session, closed again immediately after the
      * WRITE so a crash can only ever lose the record currently in
      * flight - every call stands on its own.  Inside a session the
      * log stays open for the next call, and durability up to the
      * point a checkpoint claims comes from the caller syncing the
      * session before it writes that checkpoint (SYNC-HANDLER-
      * SESSION).  Either way the OPEN EXTEND/fallback-OPEN OUTPUT
      * idiom below reopens the log on the next call once closed.
       WRITE-EXCEPTION-RECORD.
           IF NOT EXCEPTION-FILE-OPEN
               OPEN EXTEND EXCEPTION-FILE
           MOVE INPUT-NAME-TEXT TO EXCEPTION-INPUT-STRING
           MOVE 'NAME TRUNCATED AT 100 CHARS' TO EXCEPTION-REASON
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-ROWS
           IF NOT HANDLER-SESSION-ACTIVE
               CLOSE EXCEPTION-FILE
               MOVE 'N' TO WS-EXCEPTION-FILE-OPEN
           END-IF.

      * Same open-write-close durability idiom as the exception log
      * above - a language-code fallback is worth knowing about even
           MOVE FUNCTION CURRENT-DATE TO LMISS-TIMESTAMP
           MOVE LANGUAGE-CODE TO LMISS-LANGUAGE-CODE
           WRITE LANGUAGE-MISS-RECORD
           ADD 1 TO WS-LMISS-ROWS
           IF NOT HANDLER-SESSION-ACTIVE
               CLOSE LANGUAGE-MISS-FILE
               MOVE 'N' TO WS-LMISS-FILE-OPEN
           END-IF.

       WRITE-AUDIT-RECORD.
           IF NOT AUDIT-FILE-OPEN
           MOVE INPUT-NAME-TEXT TO AUDIT-INPUT-STRING
           MOVE OUTPUT-STRING TO AUDIT-OUTPUT-STRING
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-ROWS
           IF NOT HANDLER-SESSION-ACTIVE
               CLOSE AUDIT-FILE
               MOVE 'N' TO WS-AUDIT-FILE-OPEN
           END-IF.

       END PROGRAM handler.
