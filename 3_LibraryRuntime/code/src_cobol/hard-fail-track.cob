       IDENTIFICATION DIVISION.
       PROGRAM-ID. hard-fail-track.

      * Hard-failure tracker and automatic channel blocker.  Reads the
      * inbound delivery confirmation file and keeps a cross-run count,
      * per patron and channel, of the nights the vendor reported a
      * hard failure - a bounced mailbox, a disconnected number, a card
      * returned to sender - as opposed to a soft one worth retrying.
      * Once a patron/channel pair reaches the configured number of
      * nights, the address on that channel is taken to be dead: a
      * change transaction blocking just that channel is appended to
      * PREFTRANS under a system operator ID, so pref-maint applies it
      * and PREFTLOG records it exactly like a block the desk keyed,
      * and greet-batch's existing fallback routing then moves the
      * patron to a channel that works.  Every patron blocked is also
      * written to the BLOCKLIST call list so the desk can ring them
      * for a corrected address.  A confirmed delivery on the channel
      * clears the count, so a one-off bad night never accumulates
      * into a block.  Runs after the vendors' DELVCONF drop and
      * ahead of pref-maint, so the block is on PATRONPREFS before the
      * next greeting run.  It is the last nightly job to read the
      * drop - greet-recon and greet-retry have both had it by then -
      * so it is the one that rolls DELVCONF to a dated archive once
      * it is done, where contact-trace, invoice-verify and
      * sla-report find it later.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The same vendor drop greet-recon and greet-retry read,
      * tolerated as missing the same way.
           SELECT CONFIRMATION-FILE ASSIGN TO "DELVCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.

      * One row per patron/channel pair, accumulated across every run
      * and read by key directly - the same organization RETRYHIST
      * uses for its attempt counts.
           SELECT HARD-FAILURE-FILE ASSIGN TO "HARDFAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HFAIL-KEY
               FILE STATUS IS WS-HFAIL-STATUS.

      * Read only - the current preferences decide whether the block
      * goes in as a change to an existing row or an add of a new
      * one, since pref-maint rejects a change for a patron it has no
      * row for.
           SELECT PREFERENCES-FILE ASSIGN TO "PATRONPREFS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PREF-PATRON-ID
               FILE STATUS IS WS-PREFS-STATUS.

      * Read only - the name and contact details for the call list.
           SELECT PATRON-MASTER-FILE ASSIGN TO "PATRONMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMST-PATRON-ID
               FILE STATUS IS WS-PMST-STATUS.

      * Appended to, never recreated - the desk's own transactions
      * for the night may already be sitting in it.
           SELECT PREFERENCE-TRANSACTION-FILE ASSIGN TO "PREFTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTRAN-STATUS.

           SELECT BLOCKED-PATRON-FILE ASSIGN TO "BLOCKLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLKD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIRMATION-FILE.
           COPY "delivery-confirmation-record.cpy".

       FD  HARD-FAILURE-FILE.
           COPY "hard-failure-record.cpy".

       FD  PREFERENCES-FILE.
           COPY "preferences-record.cpy".

       FD  PATRON-MASTER-FILE.
           COPY "patron-master-record.cpy".

       FD  PREFERENCE-TRANSACTION-FILE.
           COPY "preference-transaction-record.cpy".

       FD  BLOCKED-PATRON-FILE.
           COPY "blocked-patron-record.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CONF-STATUS               PIC XX.
       01  WS-HFAIL-STATUS              PIC XX.
       01  WS-PREFS-STATUS              PIC XX.
       01  WS-PMST-STATUS               PIC XX.
       01  WS-PTRAN-STATUS              PIC XX.
       01  WS-BLKD-STATUS               PIC XX.
       01  WS-RUN-DATE                  PIC X(8).
       01  WS-CONF-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-CONFIRMATION-FILE     VALUE 'Y'.
       01  WS-NO-CONFIRMATIONS-FLAG     PIC X VALUE 'N'.
           88  NO-CONFIRMATIONS-ON-FILE     VALUE 'Y'.
       01  WS-NO-PREFS-FLAG             PIC X VALUE 'N'.
           88  NO-PREFERENCES-ON-FILE       VALUE 'Y'.
       01  WS-NO-MASTER-FLAG            PIC X VALUE 'N'.
           88  NO-PATRON-MASTER-ON-FILE     VALUE 'Y'.
       01  WS-HFAIL-FOUND-FLAG          PIC X VALUE 'N'.
           88  HARD-FAILURE-ROW-FOUND       VALUE 'Y'.
       01  WS-PREF-FOUND-FLAG           PIC X VALUE 'N'.
           88  PREFERENCE-ROW-FOUND         VALUE 'Y'.
       01  WS-ALREADY-BLOCKED-FLAG      PIC X VALUE 'N'.
           88  CHANNEL-ALREADY-BLOCKED      VALUE 'Y'.
       01  WS-FAILURE-DATE              PIC X(8).

      * Blocks raised by this program go through pref-maint under
      * this operator ID, so PREFTLOG and contact-trace show at a
      * glance that nobody at the desk keyed them.
       01  WS-SYSTEM-OPERATOR-ID        PIC X(8) VALUE "SYSBLOCK".

      * Patrons this run has already queued an add transaction for.
      * A patron with no PATRONPREFS row who reaches the threshold on
      * two channels the same night gets an add for the first and a
      * change for the second - pref-maint applies them in order, and
      * a second add would be rejected as already on file.
       01  WS-ADDED-PATRON-COUNT        PIC 9(4) VALUE 0.
       01  WS-ADDED-PATRON-TABLE.
           05  WS-ADDED-PATRON-ID       OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ADDED-PATRON-COUNT
                   INDEXED BY WS-ADDED-IDX
                                        PIC X(10).
       01  WS-ADDED-PATRON-FLAG         PIC X VALUE 'N'.
           88  PATRON-ADDED-THIS-RUN        VALUE 'Y'.

      * Same override pattern greet-batch uses for its own tunables -
      * how many nights of hard failures on one channel it takes
      * before the channel is blocked.  Zero would block on the
      * strength of nothing, so it is rejected as out of range.
       01  WS-THRESHOLD-TEXT            PIC X(9).
       01  WS-THRESHOLD-CANDIDATE       PIC 9(9) VALUE 0.
       01  WS-HARD-FAIL-THRESHOLD       PIC 9(2) VALUE 03.

      * The prior run's call list is archived under the prior day's
      * date, the way greet-retry rolls its own outputs.  If that
      * archive already exists this is a second run the same day, and
      * the list is extended rather than recreated - the first run's
      * blocks are already on HARDFAIL and won't be raised again, so
      * recreating the list would lose them from the desk's view.
       01  WS-ARCHIVE-TODAY-NUM         PIC 9(8).
       01  WS-ARCHIVE-DATE              PIC X(8).
       01  WS-ARCHIVE-DATE-NUM          PIC 9(8).
       01  WS-ARCHIVE-RC                PIC S9(9) COMP-5.
       01  WS-ARCHIVE-EXIST-INFO        PIC X(64).
       01  WS-BLKD-FILE-NAME            PIC X(9) VALUE "BLOCKLIST".
       01  WS-BLKD-ARCHIVE-NAME         PIC X(18).
       01  WS-BLKD-EXTEND-FLAG          PIC X VALUE 'N'.
           88  EXTEND-BLOCKED-PATRON-FILE   VALUE 'Y'.
       01  WS-CONF-FILE-NAME            PIC X(8) VALUE "DELVCONF".
       01  WS-CONF-ARCHIVE-NAME         PIC X(17).

      * End-of-run counts DISPLAYed once processing finishes, the
      * same operator-facing summary greet-batch reports.
       01  WS-STATS-CONF-READ           PIC 9(8) VALUE 0.
       01  WS-STATS-HARD-FAILURE        PIC 9(8) VALUE 0.
       01  WS-STATS-SOFT-FAILURE        PIC 9(8) VALUE 0.
       01  WS-STATS-SAME-NIGHT          PIC 9(8) VALUE 0.
       01  WS-STATS-CLEARED             PIC 9(8) VALUE 0.
       01  WS-STATS-BLOCKED             PIC 9(8) VALUE 0.
       01  WS-STATS-ALREADY-BLOCKED     PIC 9(8) VALUE 0.
       01  WS-STATS-BAD-CHANNEL         PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ARCHIVE-TODAY-NUM
           COMPUTE WS-ARCHIVE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ARCHIVE-TODAY-NUM) - 1)
           MOVE WS-ARCHIVE-DATE-NUM TO WS-ARCHIVE-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM INITIALIZE-THRESHOLD
           PERFORM OPEN-FILES
           IF NOT NO-CONFIRMATIONS-ON-FILE
               PERFORM READ-CONFIRMATION-FILE
               PERFORM UNTIL END-OF-CONFIRMATION-FILE
                   ADD 1 TO WS-STATS-CONF-READ
                   PERFORM PROCESS-CONFIRMATION
                   PERFORM READ-CONFIRMATION-FILE
               END-PERFORM
           END-IF
           PERFORM CLOSE-FILES
           IF NOT NO-CONFIRMATIONS-ON-FILE
               PERFORM ARCHIVE-CONFIRMATION-FILE
           END-IF
           PERFORM WRITE-STATISTICS-SUMMARY
           STOP RUN.

      * DELVCONF, PATRONPREFS and PATRONMSTR are all somebody else's
      * files and may legitimately not be there yet - no drop means
      * nothing to count, no preferences means every block is an
      * add, and no master just leaves the call list without names.
      * A file-not-found (35) gets that tolerance; any other open
      * failure is fatal.
       OPEN-FILES.
           OPEN INPUT CONFIRMATION-FILE
           IF WS-CONF-STATUS = '35'
               SET NO-CONFIRMATIONS-ON-FILE TO TRUE
           ELSE
               IF WS-CONF-STATUS NOT = '00'
                   DISPLAY
                       "HARD-FAIL-TRACK: UNABLE TO OPEN DELVCONF, "
                       "STATUS=" WS-CONF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT PREFERENCES-FILE
           IF WS-PREFS-STATUS = '35'
               SET NO-PREFERENCES-ON-FILE TO TRUE
           ELSE
               IF WS-PREFS-STATUS NOT = '00'
                   DISPLAY
                       "HARD-FAIL-TRACK: UNABLE TO OPEN PATRONPREFS, "
                       "STATUS=" WS-PREFS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT PATRON-MASTER-FILE
           IF WS-PMST-STATUS = '35'
               SET NO-PATRON-MASTER-ON-FILE TO TRUE
           ELSE
               IF WS-PMST-STATUS NOT = '00'
                   DISPLAY
                       "HARD-FAIL-TRACK: UNABLE TO OPEN PATRONMSTR, "
                       "STATUS=" WS-PMST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM OPEN-HARD-FAILURE-FILE
           PERFORM OPEN-TRANSACTION-FILE
           PERFORM OPEN-BLOCKED-PATRON-FILE.

      * HARDFAIL accumulates across every run and may not exist yet
      * the very first time this job ever runs - created empty and
      * reopened for I-O, the same treatment greet-retry gives
      * RETRYHIST and only for a file-not-found (35); creating a fresh
      * file over one that does exist would silently reset every
      * count.
       OPEN-HARD-FAILURE-FILE.
           OPEN I-O HARD-FAILURE-FILE
           IF WS-HFAIL-STATUS = '35'
               OPEN OUTPUT HARD-FAILURE-FILE
               IF WS-HFAIL-STATUS = '00'
                   CLOSE HARD-FAILURE-FILE
                   OPEN I-O HARD-FAILURE-FILE
               END-IF
           END-IF
           IF WS-HFAIL-STATUS NOT = '00'
               DISPLAY
                   "HARD-FAIL-TRACK: UNABLE TO OPEN HARDFAIL, STATUS="
                   WS-HFAIL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Appended to, the same EXTEND-then-OUTPUT idiom the jobs use for
      * RUNCTL, so a night with no desk transactions still gets one.
       OPEN-TRANSACTION-FILE.
           OPEN EXTEND PREFERENCE-TRANSACTION-FILE
           IF WS-PTRAN-STATUS NOT = '00'
               OPEN OUTPUT PREFERENCE-TRANSACTION-FILE
           END-IF
           IF WS-PTRAN-STATUS NOT = '00'
               DISPLAY
                   "HARD-FAIL-TRACK: UNABLE TO OPEN PREFTRANS, STATUS="
                   WS-PTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-BLOCKED-PATRON-FILE.
           PERFORM ARCHIVE-BLOCKED-PATRON-FILE
           IF EXTEND-BLOCKED-PATRON-FILE
               OPEN EXTEND BLOCKED-PATRON-FILE
               IF WS-BLKD-STATUS NOT = '00'
                   OPEN OUTPUT BLOCKED-PATRON-FILE
               END-IF
           ELSE
               OPEN OUTPUT BLOCKED-PATRON-FILE
           END-IF
           IF WS-BLKD-STATUS NOT = '00'
               DISPLAY
                   "HARD-FAIL-TRACK: UNABLE TO OPEN BLOCKLIST, STATUS="
                   WS-BLKD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * RC 128 means there was nothing to rename, normal on the very
      * first run; any other non-zero RC is logged but not fatal, the
      * same non-fatal archiving treatment used elsewhere.
       ARCHIVE-BLOCKED-PATRON-FILE.
           STRING WS-BLKD-FILE-NAME DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-ARCHIVE-DATE DELIMITED BY SIZE
               INTO WS-BLKD-ARCHIVE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-BLKD-ARCHIVE-NAME
                   WS-ARCHIVE-EXIST-INFO
               RETURNING WS-ARCHIVE-RC
           IF WS-ARCHIVE-RC = 0
               DISPLAY "HARD-FAIL-TRACK: BLOCKLIST ARCHIVE FOR "
                   WS-ARCHIVE-DATE " ALREADY EXISTS - KEEPING IT"
               SET EXTEND-BLOCKED-PATRON-FILE TO TRUE
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-BLKD-FILE-NAME
                       WS-BLKD-ARCHIVE-NAME
                   RETURNING WS-ARCHIVE-RC
               IF WS-ARCHIVE-RC NOT = 0 AND WS-ARCHIVE-RC NOT = 128
                   DISPLAY
                       "HARD-FAIL-TRACK: UNABLE TO ARCHIVE BLOCKLIST, "
                       "RC=" WS-ARCHIVE-RC
               END-IF
           END-IF.

      * The drop just read is rolled under the prior day's date, the
      * same name every other nightly file is archived under.  If
      * that archive already exists this is a second run the same
      * day and the DELVCONF now on disk is a later drop nobody else
      * has read yet - it is left where it is, to be read and rolled
      * the next night, and the archive is kept.
       ARCHIVE-CONFIRMATION-FILE.
           STRING WS-CONF-FILE-NAME DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-ARCHIVE-DATE DELIMITED BY SIZE
               INTO WS-CONF-ARCHIVE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CONF-ARCHIVE-NAME
                   WS-ARCHIVE-EXIST-INFO
               RETURNING WS-ARCHIVE-RC
           IF WS-ARCHIVE-RC = 0
               DISPLAY "HARD-FAIL-TRACK: DELVCONF ARCHIVE FOR "
                   WS-ARCHIVE-DATE " ALREADY EXISTS - KEEPING IT"
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-CONF-FILE-NAME
                       WS-CONF-ARCHIVE-NAME
                   RETURNING WS-ARCHIVE-RC
               IF WS-ARCHIVE-RC NOT = 0 AND WS-ARCHIVE-RC NOT = 128
                   DISPLAY
                       "HARD-FAIL-TRACK: UNABLE TO ARCHIVE DELVCONF, "
                       "RC=" WS-ARCHIVE-RC
               END-IF
           END-IF.

      * Same override pattern as greet-batch's tunables.
       INITIALIZE-THRESHOLD.
           ACCEPT WS-THRESHOLD-TEXT
               FROM ENVIRONMENT "GREET_HARD_FAIL_THRESHOLD"
           IF WS-THRESHOLD-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-THRESHOLD-TEXT) NOT = 0
                   DISPLAY
                       "HARD-FAIL-TRACK: GREET_HARD_FAIL_THRESHOLD '"
                       WS-THRESHOLD-TEXT
                       "' IS NOT NUMERIC - IGNORING OVERRIDE"
               ELSE
                   MOVE FUNCTION NUMVAL(WS-THRESHOLD-TEXT)
                       TO WS-THRESHOLD-CANDIDATE
                   IF WS-THRESHOLD-CANDIDATE > 0
                           AND WS-THRESHOLD-CANDIDATE <= 99
                       MOVE WS-THRESHOLD-CANDIDATE
                           TO WS-HARD-FAIL-THRESHOLD
                   ELSE
                       DISPLAY "HARD-FAIL-TRACK: "
                           "GREET_HARD_FAIL_THRESHOLD '"
                           WS-THRESHOLD-TEXT
                           "' IS OUT OF RANGE - IGNORING OVERRIDE"
                   END-IF
               END-IF
           END-IF.

       READ-CONFIRMATION-FILE.
           READ CONFIRMATION-FILE
               AT END
                   SET END-OF-CONFIRMATION-FILE TO TRUE
           END-READ.

      * A confirmation on a channel that isn't P, E or S can't be
      * tied to a channel block, so it is only counted - greet-retry
      * already puts a failed one on its exception report.  Soft
      * failures are greet-retry's business and are only counted
      * here.
       PROCESS-CONFIRMATION.
           EVALUATE TRUE
               WHEN NOT DLVCF-CHANNEL-PRINT AND NOT DLVCF-CHANNEL-EMAIL
                       AND NOT DLVCF-CHANNEL-SMS
                   ADD 1 TO WS-STATS-BAD-CHANNEL
               WHEN DLVCF-CONFIRMED
                   PERFORM CLEAR-HARD-FAILURE-COUNT
               WHEN DLVCF-FAILED AND DLVCF-HARD-FAILURE
                   ADD 1 TO WS-STATS-HARD-FAILURE
                   PERFORM RECORD-HARD-FAILURE
               WHEN DLVCF-FAILED
                   ADD 1 TO WS-STATS-SOFT-FAILURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-HARD-FAILURE-ROW.
           MOVE DLVCF-PATRON-ID TO HFAIL-PATRON-ID
           MOVE DLVCF-CHANNEL TO HFAIL-CHANNEL
           READ HARD-FAILURE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HFAIL-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HFAIL-FOUND-FLAG
           END-READ.

      * A delivery that got through proves the address works, so any
      * run of hard failures on that channel starts again from zero.
       CLEAR-HARD-FAILURE-COUNT.
           PERFORM READ-HARD-FAILURE-ROW
           IF HARD-FAILURE-ROW-FOUND AND HFAIL-FAILURE-COUNT > 0
               MOVE 0 TO HFAIL-FAILURE-COUNT
               MOVE SPACES TO HFAIL-FIRST-FAILURE-DATE
               PERFORM REWRITE-HARD-FAILURE-ROW
               ADD 1 TO WS-STATS-CLEARED
           END-IF.

      * Counted once per night, on the confirmation's own date - a
      * vendor that reports the same bounce three times in one drop,
      * or a DELVCONF that gets read twice, is still one night.
       RECORD-HARD-FAILURE.
           MOVE DLVCF-TIMESTAMP(1:8) TO WS-FAILURE-DATE
           PERFORM READ-HARD-FAILURE-ROW
           IF NOT HARD-FAILURE-ROW-FOUND
               MOVE 0 TO HFAIL-FAILURE-COUNT HFAIL-BLOCK-COUNT
               MOVE SPACES TO HFAIL-FIRST-FAILURE-DATE
                   HFAIL-LAST-FAILURE-DATE HFAIL-LAST-BLOCKED-DATE
           END-IF
           IF HARD-FAILURE-ROW-FOUND
                   AND WS-FAILURE-DATE NOT > HFAIL-LAST-FAILURE-DATE
               ADD 1 TO WS-STATS-SAME-NIGHT
           ELSE
               ADD 1 TO HFAIL-FAILURE-COUNT
               IF HFAIL-FAILURE-COUNT = 1
                   MOVE WS-FAILURE-DATE TO HFAIL-FIRST-FAILURE-DATE
               END-IF
               MOVE WS-FAILURE-DATE TO HFAIL-LAST-FAILURE-DATE
               MOVE DLVCF-REASON-CODE TO HFAIL-LAST-REASON-CODE
               IF HFAIL-FAILURE-COUNT >= WS-HARD-FAIL-THRESHOLD
                   PERFORM BLOCK-FAILING-CHANNEL
               END-IF
               IF HARD-FAILURE-ROW-FOUND
                   PERFORM REWRITE-HARD-FAILURE-ROW
               ELSE
                   WRITE HARD-FAILURE-RECORD
                   IF WS-HFAIL-STATUS NOT = '00'
                       DISPLAY
                           "HARD-FAIL-TRACK: UNABLE TO WRITE HARDFAIL, "
                           "STATUS=" WS-HFAIL-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       REWRITE-HARD-FAILURE-ROW.
           REWRITE HARD-FAILURE-RECORD
           IF WS-HFAIL-STATUS NOT = '00'
               DISPLAY
                   "HARD-FAIL-TRACK: UNABLE TO REWRITE HARDFAIL, "
                   "STATUS=" WS-HFAIL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The count goes back to zero either way, so the next block (if
      * the corrected address fails too) needs a fresh run of nights.
      * A channel the patron already has blocked needs no transaction
      * and no call - the vendor was most likely working off an older
      * greeting file.  A temporary hold that has lapsed is not a
      * block, so the channel is blocked again, this time with no
      * expiry.
       BLOCK-FAILING-CHANNEL.
           PERFORM LOOK-UP-PREFERENCES
           IF CHANNEL-ALREADY-BLOCKED
               ADD 1 TO WS-STATS-ALREADY-BLOCKED
           ELSE
               PERFORM WRITE-BLOCK-TRANSACTION
               PERFORM WRITE-BLOCKED-PATRON-RECORD
               MOVE WS-RUN-DATE TO HFAIL-LAST-BLOCKED-DATE
               ADD 1 TO HFAIL-BLOCK-COUNT
               ADD 1 TO WS-STATS-BLOCKED
           END-IF
           MOVE 0 TO HFAIL-FAILURE-COUNT.

       LOOK-UP-PREFERENCES.
           MOVE 'N' TO WS-PREF-FOUND-FLAG
           MOVE 'N' TO WS-ALREADY-BLOCKED-FLAG
           IF NOT NO-PREFERENCES-ON-FILE
               MOVE DLVCF-PATRON-ID TO PREF-PATRON-ID
               READ PREFERENCES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PREF-FOUND-FLAG
               END-READ
           END-IF
           IF PREFERENCE-ROW-FOUND
               EVALUATE TRUE
                   WHEN DLVCF-CHANNEL-PRINT AND PREF-PRINT-BLOCKED
                           AND (PREF-PRINT-BLOCK-EXPIRY = SPACES
                               OR PREF-PRINT-BLOCK-EXPIRY
                                   NOT < WS-RUN-DATE)
                       MOVE 'Y' TO WS-ALREADY-BLOCKED-FLAG
                   WHEN DLVCF-CHANNEL-EMAIL AND PREF-EMAIL-BLOCKED
                           AND (PREF-EMAIL-BLOCK-EXPIRY = SPACES
                               OR PREF-EMAIL-BLOCK-EXPIRY
                                   NOT < WS-RUN-DATE)
                       MOVE 'Y' TO WS-ALREADY-BLOCKED-FLAG
                   WHEN DLVCF-CHANNEL-SMS AND PREF-SMS-BLOCKED
                           AND (PREF-SMS-BLOCK-EXPIRY = SPACES
                               OR PREF-SMS-BLOCK-EXPIRY
                                   NOT < WS-RUN-DATE)
                       MOVE 'Y' TO WS-ALREADY-BLOCKED-FLAG
               END-EVALUATE
           END-IF.

      * Only the failing channel carries a flag - SPACE leaves the
      * patron's other channels exactly as they are on a change, and
      * allows them on an add, the same as a desk-keyed "stop texting
      * me".
       WRITE-BLOCK-TRANSACTION.
           MOVE SPACES TO PREFERENCE-TRANSACTION-RECORD
           PERFORM CHECK-PATRON-ADDED-THIS-RUN
           IF PREFERENCE-ROW-FOUND OR PATRON-ADDED-THIS-RUN
               MOVE 'C' TO PTRAN-TRANSACTION-CODE
           ELSE
               MOVE 'A' TO PTRAN-TRANSACTION-CODE
               IF WS-ADDED-PATRON-COUNT NOT < 2000
                   DISPLAY "HARD-FAIL-TRACK: ADDED PATRON TABLE "
                       "EXCEEDS 2000 ROWS - INCREASE TABLE CAPACITY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ADDED-PATRON-COUNT
               MOVE DLVCF-PATRON-ID
                   TO WS-ADDED-PATRON-ID(WS-ADDED-PATRON-COUNT)
           END-IF
           MOVE DLVCF-PATRON-ID TO PTRAN-PATRON-ID
           EVALUATE TRUE
               WHEN DLVCF-CHANNEL-PRINT
                   MOVE 'Y' TO PTRAN-NO-PRINT
               WHEN DLVCF-CHANNEL-EMAIL
                   MOVE 'Y' TO PTRAN-NO-EMAIL
               WHEN DLVCF-CHANNEL-SMS
                   MOVE 'Y' TO PTRAN-NO-SMS
           END-EVALUATE
           MOVE WS-SYSTEM-OPERATOR-ID TO PTRAN-OPERATOR-ID
           WRITE PREFERENCE-TRANSACTION-RECORD
           IF WS-PTRAN-STATUS NOT = '00'
               DISPLAY
                   "HARD-FAIL-TRACK: UNABLE TO WRITE PREFTRANS, STATUS="
                   WS-PTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-PATRON-ADDED-THIS-RUN.
           MOVE 'N' TO WS-ADDED-PATRON-FLAG
           IF WS-ADDED-PATRON-COUNT > 0
               SET WS-ADDED-IDX TO 1
               SEARCH WS-ADDED-PATRON-ID
                   WHEN WS-ADDED-PATRON-ID(WS-ADDED-IDX)
                           = DLVCF-PATRON-ID
                       MOVE 'Y' TO WS-ADDED-PATRON-FLAG
               END-SEARCH
           END-IF.

       WRITE-BLOCKED-PATRON-RECORD.
           MOVE SPACES TO BLOCKED-PATRON-RECORD
           MOVE WS-RUN-DATE TO BLKD-BLOCK-DATE
           MOVE DLVCF-PATRON-ID TO BLKD-PATRON-ID
           MOVE DLVCF-CHANNEL TO BLKD-CHANNEL
           MOVE HFAIL-FAILURE-COUNT TO BLKD-FAILURE-COUNT
           MOVE HFAIL-FIRST-FAILURE-DATE TO BLKD-FIRST-FAILURE-DATE
           MOVE HFAIL-LAST-FAILURE-DATE TO BLKD-LAST-FAILURE-DATE
           MOVE HFAIL-LAST-REASON-CODE TO BLKD-REASON-CODE
           MOVE PTRAN-TRANSACTION-CODE TO BLKD-TRANSACTION-CODE
           IF NOT NO-PATRON-MASTER-ON-FILE
               MOVE DLVCF-PATRON-ID TO PMST-PATRON-ID
               READ PATRON-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MOVE-MASTER-CONTACT-DETAILS
               END-READ
           END-IF
           WRITE BLOCKED-PATRON-RECORD
           IF WS-BLKD-STATUS NOT = '00'
               DISPLAY
                   "HARD-FAIL-TRACK: UNABLE TO WRITE BLOCKLIST, STATUS="
                   WS-BLKD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       MOVE-MASTER-CONTACT-DETAILS.
           MOVE PMST-PATRON-NAME TO BLKD-PATRON-NAME
           MOVE PMST-PHONE-NUMBER TO BLKD-PHONE-NUMBER
           MOVE PMST-EMAIL-ADDRESS TO BLKD-EMAIL-ADDRESS
           EVALUATE TRUE
               WHEN DLVCF-CHANNEL-PRINT
                   MOVE PMST-POSTAL-LINE-1
                       TO BLKD-FAILED-ADDRESS(1:40)
                   MOVE PMST-POSTAL-LINE-2
                       TO BLKD-FAILED-ADDRESS(41:40)
                   MOVE PMST-POSTAL-LINE-3
                       TO BLKD-FAILED-ADDRESS(81:40)
               WHEN DLVCF-CHANNEL-EMAIL
                   MOVE PMST-EMAIL-ADDRESS TO BLKD-FAILED-ADDRESS
               WHEN DLVCF-CHANNEL-SMS
                   MOVE PMST-PHONE-NUMBER TO BLKD-FAILED-ADDRESS
           END-EVALUATE.

       CLOSE-FILES.
           IF NOT NO-CONFIRMATIONS-ON-FILE
               CLOSE CONFIRMATION-FILE
           END-IF
           IF NOT NO-PREFERENCES-ON-FILE
               CLOSE PREFERENCES-FILE
           END-IF
           IF NOT NO-PATRON-MASTER-ON-FILE
               CLOSE PATRON-MASTER-FILE
           END-IF
           CLOSE HARD-FAILURE-FILE PREFERENCE-TRANSACTION-FILE
               BLOCKED-PATRON-FILE.

       WRITE-STATISTICS-SUMMARY.
           DISPLAY "HARD-FAIL-TRACK: ===== RUN SUMMARY ====="
           DISPLAY "HARD-FAIL-TRACK: CONFIRMATIONS READ:    "
               WS-STATS-CONF-READ
           DISPLAY "HARD-FAIL-TRACK: HARD FAILURES:         "
               WS-STATS-HARD-FAILURE
           DISPLAY "HARD-FAIL-TRACK: SOFT FAILURES:         "
               WS-STATS-SOFT-FAILURE
           DISPLAY "HARD-FAIL-TRACK: ALREADY COUNTED NIGHT: "
               WS-STATS-SAME-NIGHT
           DISPLAY "HARD-FAIL-TRACK: COUNTS CLEARED:        "
               WS-STATS-CLEARED
           DISPLAY "HARD-FAIL-TRACK: CHANNELS BLOCKED:      "
               WS-STATS-BLOCKED
           DISPLAY "HARD-FAIL-TRACK: ALREADY BLOCKED:       "
               WS-STATS-ALREADY-BLOCKED
           DISPLAY "HARD-FAIL-TRACK: INVALID CHANNEL:       "
               WS-STATS-BAD-CHANNEL
           DISPLAY "HARD-FAIL-TRACK: BLOCK THRESHOLD:       "
               WS-HARD-FAIL-THRESHOLD
           DISPLAY "HARD-FAIL-TRACK: ===== END OF SUMMARY =====".

       END PROGRAM hard-fail-track.
