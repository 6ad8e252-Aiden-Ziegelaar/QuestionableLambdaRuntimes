       IDENTIFICATION DIVISION.
       PROGRAM-ID. pref-expire.

      * Temporary-hold sweep.  A channel block on PATRONPREFS may
      * carry an expiry date - "no post until I'm back in March" -
      * and the greeting runs already stop honouring a hold the day
      * after it lapses.  This job is the nightly housekeeping behind
      * that: it sweeps PATRONPREFS front to back, clears every hold
      * whose expiry date has passed (the flag back to 'N', the date
      * back to SPACES) and logs each release to PREFTLOG under a
      * system operator ID, so the transaction log and contact-trace
      * show the hold ending exactly as they show it being keyed.  The
      * same pass lists every hold lapsing within the notice window
      * to HOLDRPT, so the desk can ring the patron and extend the
      * hold before greetings resume on that channel.  Blocks with no
      * expiry date are never touched.  Runs after pref-maint, which
      * rolls PREFTLOG, so the releases land in the same night's log
      * as the desk's own changes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Dynamic access: the sweep is a front-to-back READ NEXT, and
      * each released row is rewritten in place by the key just read,
      * the same way hist-purge sweeps GREETHIST.
           SELECT PREFERENCES-FILE ASSIGN TO "PATRONPREFS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREF-PATRON-ID
               FILE STATUS IS WS-PREFS-STATUS.

      * Read only - the name and branch for the notice list.
           SELECT PATRON-MASTER-FILE ASSIGN TO "PATRONMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMST-PATRON-ID
               FILE STATUS IS WS-PMST-STATUS.

      * Appended to, never recreated - pref-maint owns rolling it.
           SELECT PREFERENCE-TRANSACTION-LOG-FILE ASSIGN TO "PREFTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTLOG-STATUS.

           SELECT HOLD-NOTICE-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HNOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREFERENCES-FILE.
           COPY "preferences-record.cpy".

       FD  PATRON-MASTER-FILE.
           COPY "patron-master-record.cpy".

       FD  PREFERENCE-TRANSACTION-LOG-FILE.
           COPY "preference-transaction-log-record.cpy".

       FD  HOLD-NOTICE-FILE.
           COPY "hold-notice-record.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PREFS-STATUS              PIC XX.
       01  WS-PMST-STATUS               PIC XX.
       01  WS-PTLOG-STATUS              PIC XX.
       01  WS-HNOT-STATUS               PIC XX.
       01  WS-PREFS-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-PREFERENCES-FILE      VALUE 'Y'.
       01  WS-NO-PREFS-FLAG             PIC X VALUE 'N'.
           88  NO-PREFERENCES-ON-FILE       VALUE 'Y'.
       01  WS-NO-PMST-FLAG              PIC X VALUE 'N'.
           88  NO-PATRON-MASTER-ON-FILE     VALUE 'Y'.

       01  WS-RUN-DATE                  PIC X(8).
       01  WS-RUN-DATE-NUM              PIC 9(8).
       01  WS-RUN-DATE-INT              PIC 9(8).
       01  WS-NOTICE-LIMIT-NUM          PIC 9(8).
       01  WS-NOTICE-LIMIT-DATE         PIC X(8).

      * Same override pattern as the batch tunables - how many days
      * ahead of a hold lapsing it is listed for the desk.
       01  WS-NOTICE-DAYS-TEXT          PIC X(9).
       01  WS-NOTICE-DAYS-CANDIDATE     PIC 9(9) VALUE 0.
       01  WS-NOTICE-DAYS               PIC 9(3) VALUE 014.

      * Releases are keyed under this operator ID so PREFTLOG tells
      * them apart from holds the desk itself took off, the same way
      * hard-fail-track's blocks carry SYSBLOCK.
       01  WS-SYSTEM-OPERATOR-ID        PIC X(8) VALUE "SYSEXPIR".

      * One channel's flag and expiry at a time, so the release and
      * notice logic is written once for all three.
       01  WS-CHECK-CHANNEL             PIC X(1).
       01  WS-CHECK-FLAG                PIC X(1).
       01  WS-CHECK-EXPIRY              PIC X(8).
       01  WS-CHECK-EXPIRY-NUM          PIC 9(8).
       01  WS-RELEASE-FLAG              PIC X VALUE 'N'.
           88  RELEASE-CHANNEL-HOLD         VALUE 'Y'.
       01  WS-ROW-CHANGED-FLAG          PIC X VALUE 'N'.
           88  PREFERENCE-ROW-CHANGED       VALUE 'Y'.
       01  WS-PMST-LOOKED-UP-FLAG       PIC X VALUE 'N'.
           88  PATRON-MASTER-LOOKED-UP      VALUE 'Y'.
       01  WS-PMST-FOUND-FLAG           PIC X VALUE 'N'.
           88  PATRON-MASTER-ROW-FOUND      VALUE 'Y'.

      * HOLDRPT is archived under the prior day's date and recreated
      * each run - the listing is rebuilt whole from PATRONPREFS, so a
      * same-day rerun replaces it and keeps the archive the first run
      * took.
       01  WS-ARCHIVE-TODAY-NUM         PIC 9(8).
       01  WS-ARCHIVE-DATE              PIC X(8).
       01  WS-ARCHIVE-DATE-NUM          PIC 9(8).
       01  WS-ARCHIVE-RC                PIC S9(9) COMP-5.
       01  WS-ARCHIVE-EXIST-INFO        PIC X(64).
       01  WS-HNOT-FILE-NAME            PIC X(8) VALUE "HOLDRPT".
       01  WS-HNOT-ARCHIVE-NAME         PIC X(17).

       01  WS-STATS-ROWS-READ           PIC 9(8) VALUE 0.
       01  WS-STATS-ROWS-CHANGED        PIC 9(8) VALUE 0.
       01  WS-STATS-RELEASED            PIC 9(8) VALUE 0.
       01  WS-STATS-NOTICES             PIC 9(8) VALUE 0.
       01  WS-STATS-HOLDS-IN-FORCE      PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ARCHIVE-TODAY-NUM
           COMPUTE WS-ARCHIVE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ARCHIVE-TODAY-NUM) - 1)
           MOVE WS-ARCHIVE-DATE-NUM TO WS-ARCHIVE-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           PERFORM INITIALIZE-NOTICE-DAYS
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           COMPUTE WS-NOTICE-LIMIT-NUM =
               FUNCTION DATE-OF-INTEGER(
                   WS-RUN-DATE-INT + WS-NOTICE-DAYS)
           MOVE WS-NOTICE-LIMIT-NUM TO WS-NOTICE-LIMIT-DATE
           PERFORM OPEN-FILES
           IF NOT NO-PREFERENCES-ON-FILE
               PERFORM READ-NEXT-PREFERENCES-ROW
               PERFORM UNTIL END-OF-PREFERENCES-FILE
                   PERFORM PROCESS-PREFERENCES-ROW
                   PERFORM READ-NEXT-PREFERENCES-ROW
               END-PERFORM
           END-IF
           PERFORM CLOSE-FILES
           PERFORM WRITE-STATISTICS-SUMMARY
           STOP RUN.

      * Same override pattern as greet-batch's tunables.
       INITIALIZE-NOTICE-DAYS.
           ACCEPT WS-NOTICE-DAYS-TEXT
               FROM ENVIRONMENT "GREET_HOLD_NOTICE_DAYS"
           IF WS-NOTICE-DAYS-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-NOTICE-DAYS-TEXT) NOT = 0
                   DISPLAY "PREF-EXPIRE: GREET_HOLD_NOTICE_DAYS '"
                       WS-NOTICE-DAYS-TEXT
                       "' IS NOT NUMERIC - IGNORING OVERRIDE"
               ELSE
                   MOVE FUNCTION NUMVAL(WS-NOTICE-DAYS-TEXT)
                       TO WS-NOTICE-DAYS-CANDIDATE
                   IF WS-NOTICE-DAYS-CANDIDATE > 0
                           AND WS-NOTICE-DAYS-CANDIDATE <= 366
                       MOVE WS-NOTICE-DAYS-CANDIDATE
                           TO WS-NOTICE-DAYS
                   ELSE
                       DISPLAY "PREF-EXPIRE: GREET_HOLD_NOTICE_DAYS '"
                           WS-NOTICE-DAYS-TEXT
                           "' IS OUT OF RANGE - IGNORING OVERRIDE"
                   END-IF
               END-IF
           END-IF.

      * A PATRONPREFS that doesn't exist yet (status 35) means there
      * is nothing held - an empty run, not an error, the same as
      * hist-purge with no GREETHIST.  A missing PATRONMSTR only
      * leaves the notice list without names.  Any other open failure
      * is fatal.
       OPEN-FILES.
           OPEN I-O PREFERENCES-FILE
           IF WS-PREFS-STATUS = '35'
               SET NO-PREFERENCES-ON-FILE TO TRUE
           ELSE
               IF WS-PREFS-STATUS NOT = '00'
                   DISPLAY "PREF-EXPIRE: UNABLE TO OPEN PATRONPREFS, "
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
                       "PREF-EXPIRE: UNABLE TO OPEN PATRONMSTR, STATUS="
                       WS-PMST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN EXTEND PREFERENCE-TRANSACTION-LOG-FILE
           IF WS-PTLOG-STATUS NOT = '00'
               OPEN OUTPUT PREFERENCE-TRANSACTION-LOG-FILE
           END-IF
           IF WS-PTLOG-STATUS NOT = '00'
               DISPLAY "PREF-EXPIRE: UNABLE TO OPEN PREFTLOG, STATUS="
                   WS-PTLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ARCHIVE-HOLD-NOTICE-FILE
           OPEN OUTPUT HOLD-NOTICE-FILE
           IF WS-HNOT-STATUS NOT = '00'
               DISPLAY "PREF-EXPIRE: UNABLE TO OPEN HOLDRPT, STATUS="
                   WS-HNOT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * RC 128 means there was nothing to rename, normal on the very
      * first run; any other non-zero RC is logged but not fatal, the
      * same non-fatal archiving treatment used elsewhere.
       ARCHIVE-HOLD-NOTICE-FILE.
           STRING WS-HNOT-FILE-NAME DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-ARCHIVE-DATE DELIMITED BY SIZE
               INTO WS-HNOT-ARCHIVE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-HNOT-ARCHIVE-NAME
                   WS-ARCHIVE-EXIST-INFO
               RETURNING WS-ARCHIVE-RC
           IF WS-ARCHIVE-RC = 0
               DISPLAY "PREF-EXPIRE: HOLDRPT ARCHIVE FOR "
                   WS-ARCHIVE-DATE " ALREADY EXISTS - KEEPING IT"
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-HNOT-FILE-NAME
                       WS-HNOT-ARCHIVE-NAME
                   RETURNING WS-ARCHIVE-RC
               IF WS-ARCHIVE-RC NOT = 0 AND WS-ARCHIVE-RC NOT = 128
                   DISPLAY "PREF-EXPIRE: UNABLE TO ARCHIVE HOLDRPT, RC="
                       WS-ARCHIVE-RC
               END-IF
           END-IF.

       READ-NEXT-PREFERENCES-ROW.
           READ PREFERENCES-FILE NEXT RECORD
               AT END
                   SET END-OF-PREFERENCES-FILE TO TRUE
           END-READ.

      * Each channel is checked on its own - a patron can have print
      * held until March and SMS blocked for good.  The row is
      * rewritten once, after all three, if any hold was released.
       PROCESS-PREFERENCES-ROW.
           ADD 1 TO WS-STATS-ROWS-READ
           MOVE 'N' TO WS-ROW-CHANGED-FLAG
           MOVE 'N' TO WS-PMST-LOOKED-UP-FLAG
           MOVE 'P' TO WS-CHECK-CHANNEL
           MOVE PREF-NO-PRINT TO WS-CHECK-FLAG
           MOVE PREF-PRINT-BLOCK-EXPIRY TO WS-CHECK-EXPIRY
           PERFORM CHECK-CHANNEL-HOLD
           IF RELEASE-CHANNEL-HOLD
               MOVE 'N' TO PREF-NO-PRINT
               MOVE SPACES TO PREF-PRINT-BLOCK-EXPIRY
           END-IF
           MOVE 'E' TO WS-CHECK-CHANNEL
           MOVE PREF-NO-EMAIL TO WS-CHECK-FLAG
           MOVE PREF-EMAIL-BLOCK-EXPIRY TO WS-CHECK-EXPIRY
           PERFORM CHECK-CHANNEL-HOLD
           IF RELEASE-CHANNEL-HOLD
               MOVE 'N' TO PREF-NO-EMAIL
               MOVE SPACES TO PREF-EMAIL-BLOCK-EXPIRY
           END-IF
           MOVE 'S' TO WS-CHECK-CHANNEL
           MOVE PREF-NO-SMS TO WS-CHECK-FLAG
           MOVE PREF-SMS-BLOCK-EXPIRY TO WS-CHECK-EXPIRY
           PERFORM CHECK-CHANNEL-HOLD
           IF RELEASE-CHANNEL-HOLD
               MOVE 'N' TO PREF-NO-SMS
               MOVE SPACES TO PREF-SMS-BLOCK-EXPIRY
           END-IF
           IF PREFERENCE-ROW-CHANGED
               REWRITE PREFERENCES-RECORD
                   INVALID KEY
                       DISPLAY "PREF-EXPIRE: UNABLE TO REWRITE PATRON "
                           PREF-PATRON-ID " ON PATRONPREFS"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               ADD 1 TO WS-STATS-ROWS-CHANGED
           END-IF.

      * Only a blocked channel with a date is a hold.  Past its date
      * it is released and logged; inside the notice window it is
      * listed; otherwise it is simply counted as still in force.  A
      * date that isn't a date - not numeric, or numeric but no real
      * calendar day - can only have come from outside pref-maint; it
      * is left alone and reported rather than guessed at.
       CHECK-CHANNEL-HOLD.
           MOVE 'N' TO WS-RELEASE-FLAG
           IF WS-CHECK-FLAG NOT = 'Y' OR WS-CHECK-EXPIRY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CHECK-EXPIRY-NUM
           IF WS-CHECK-EXPIRY IS NUMERIC
               MOVE WS-CHECK-EXPIRY TO WS-CHECK-EXPIRY-NUM
           END-IF
           IF WS-CHECK-EXPIRY IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-EXPIRY-NUM)
                       NOT = 0
               DISPLAY "PREF-EXPIRE: PATRON " PREF-PATRON-ID
                   " CHANNEL " WS-CHECK-CHANNEL " EXPIRY '"
                   WS-CHECK-EXPIRY "' IS NOT A DATE - LEFT AS IS"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CHECK-EXPIRY < WS-RUN-DATE
                   SET RELEASE-CHANNEL-HOLD TO TRUE
                   SET PREFERENCE-ROW-CHANGED TO TRUE
                   PERFORM WRITE-RELEASE-LOG-RECORD
                   ADD 1 TO WS-STATS-RELEASED
               WHEN WS-CHECK-EXPIRY NOT > WS-NOTICE-LIMIT-DATE
                   PERFORM WRITE-HOLD-NOTICE-RECORD
                   ADD 1 TO WS-STATS-NOTICES
                   ADD 1 TO WS-STATS-HOLDS-IN-FORCE
               WHEN OTHER
                   ADD 1 TO WS-STATS-HOLDS-IN-FORCE
           END-EVALUATE.

      * The released channel carries 'N' and the expiry that lapsed;
      * the other two channels are SPACE, the same "said nothing
      * about it" a keyed change uses.
       WRITE-RELEASE-LOG-RECORD.
           MOVE SPACES TO PREFERENCE-TRANSACTION-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO PTLOG-TIMESTAMP
           MOVE 'R' TO PTLOG-TRANSACTION-CODE
           MOVE PREF-PATRON-ID TO PTLOG-PATRON-ID
           MOVE WS-SYSTEM-OPERATOR-ID TO PTLOG-OPERATOR-ID
           MOVE "APPLIED - HOLD EXPIRED" TO PTLOG-STATUS
           EVALUATE WS-CHECK-CHANNEL
               WHEN 'P'
                   MOVE 'N' TO PTLOG-NO-PRINT
                   MOVE WS-CHECK-EXPIRY TO PTLOG-PRINT-EXPIRY
               WHEN 'E'
                   MOVE 'N' TO PTLOG-NO-EMAIL
                   MOVE WS-CHECK-EXPIRY TO PTLOG-EMAIL-EXPIRY
               WHEN 'S'
                   MOVE 'N' TO PTLOG-NO-SMS
                   MOVE WS-CHECK-EXPIRY TO PTLOG-SMS-EXPIRY
           END-EVALUATE
           WRITE PREFERENCE-TRANSACTION-LOG-RECORD
           IF WS-PTLOG-STATUS NOT = '00'
               DISPLAY "PREF-EXPIRE: UNABLE TO WRITE PREFTLOG, STATUS="
                   WS-PTLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-HOLD-NOTICE-RECORD.
           PERFORM LOOK-UP-PATRON-MASTER
           MOVE SPACES TO HOLD-NOTICE-RECORD
           MOVE WS-RUN-DATE TO HNOT-RUN-DATE
           MOVE PREF-PATRON-ID TO HNOT-PATRON-ID
           MOVE WS-CHECK-CHANNEL TO HNOT-CHANNEL
           MOVE WS-CHECK-EXPIRY TO HNOT-EXPIRY-DATE
           MOVE WS-CHECK-EXPIRY TO WS-CHECK-EXPIRY-NUM
           COMPUTE HNOT-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-EXPIRY-NUM)
               - WS-RUN-DATE-INT
           IF PATRON-MASTER-ROW-FOUND
               MOVE PMST-BRANCH-CODE TO HNOT-BRANCH-CODE
               MOVE PMST-PATRON-NAME TO HNOT-PATRON-NAME
           END-IF
           WRITE HOLD-NOTICE-RECORD
           IF WS-HNOT-STATUS NOT = '00'
               DISPLAY "PREF-EXPIRE: UNABLE TO WRITE HOLDRPT, STATUS="
                   WS-HNOT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Read at most once per patron, however many of their channels
      * are listed.
       LOOK-UP-PATRON-MASTER.
           IF PATRON-MASTER-LOOKED-UP
               EXIT PARAGRAPH
           END-IF
           SET PATRON-MASTER-LOOKED-UP TO TRUE
           MOVE 'N' TO WS-PMST-FOUND-FLAG
           IF NOT NO-PATRON-MASTER-ON-FILE
               MOVE PREF-PATRON-ID TO PMST-PATRON-ID
               READ PATRON-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PATRON-MASTER-ROW-FOUND TO TRUE
               END-READ
           END-IF.

       CLOSE-FILES.
           IF NOT NO-PREFERENCES-ON-FILE
               CLOSE PREFERENCES-FILE
           END-IF
           IF NOT NO-PATRON-MASTER-ON-FILE
               CLOSE PATRON-MASTER-FILE
           END-IF
           CLOSE PREFERENCE-TRANSACTION-LOG-FILE HOLD-NOTICE-FILE.

       WRITE-STATISTICS-SUMMARY.
           DISPLAY "PREF-EXPIRE: ===== RUN SUMMARY ====="
           DISPLAY "PREF-EXPIRE: NOTICE WINDOW ENDS:     "
               WS-NOTICE-LIMIT-DATE
           DISPLAY "PREF-EXPIRE: PREFERENCE ROWS READ:   "
               WS-STATS-ROWS-READ
           DISPLAY "PREF-EXPIRE: HOLDS RELEASED:         "
               WS-STATS-RELEASED
           DISPLAY "PREF-EXPIRE: ROWS REWRITTEN:         "
               WS-STATS-ROWS-CHANGED
           DISPLAY "PREF-EXPIRE: HOLDS STILL IN FORCE:   "
               WS-STATS-HOLDS-IN-FORCE
           DISPLAY "PREF-EXPIRE: EXPIRING - LISTED:      "
               WS-STATS-NOTICES
           DISPLAY "PREF-EXPIRE: ===== END OF SUMMARY =====".

       END PROGRAM pref-expire.
