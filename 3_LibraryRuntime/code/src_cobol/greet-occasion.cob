      * applied the same way greet-batch applies them: a blocked
      * preferred channel reroutes to the best allowed one, and only
      * a patron blocked everywhere is skipped as do-not-contact.
      *
      * A night the job doesn't run, or a run that abends, would
      * otherwise lose every occasion for that date until next year,
      * so the run works from its own completion control file
      * (OCCCTL) rather than from tonight alone: every selection date
      * after the last one a completed run covered, up to and
      * including today, is matched in one pass, and an occasion
      * picked up for a night that was missed goes out flagged late.
      * Every greeting generated is also recorded by patron, occasion
      * type, and year in the indexed OCCHIST file, and checked there
      * first, so a same-day rerun or an overlapping catch-up window
      * never writes the same birthday or anniversary to GREETOCC
      * twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCCEXC-STATUS.

      * Keyed by patron, occasion type, and occasion year - read
      * randomly before each greeting and written after it, the same
      * create-on-first-run indexed treatment GREETHIST gets in
      * greet-batch.
           SELECT OCCASION-HISTORY-FILE ASSIGN TO "OCCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OCCH-OCCASION-KEY
               FILE STATUS IS WS-OCCH-STATUS.

      * One-row completion control - the last selection date a
      * completed run covered, read at the top of the run and
      * rewritten at the very end, the same small whole-file
      * rewrite greet-batch uses for CKPTFILE.
           SELECT OCCASION-CONTROL-FILE ASSIGN TO "OCCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCCCTL-STATUS.

      * Shared with every other nightly job - one start row and one
      * end row per run, appended, so the night-end controller can
      * verify the whole chain ran and balances.
       FD  OCCASION-EXCEPTION-FILE.
           COPY "patron-exception-record.cpy".

       FD  OCCASION-HISTORY-FILE.
           COPY "occasion-history-record.cpy".

       FD  OCCASION-CONTROL-FILE.
           COPY "occasion-control-record.cpy".

       FD  RUN-CONTROL-FILE.
           COPY "run-control-record.cpy".

       01  WS-PREFS-STATUS              PIC XX.
       01  WS-SKIP-STATUS               PIC XX.
       01  WS-OCCEXC-STATUS             PIC XX.
       01  WS-OCCH-STATUS               PIC XX.
       01  WS-OCCCTL-STATUS             PIC XX.
       01  WS-RUNC-STATUS               PIC XX.
       01  WS-RUN-DATE                  PIC X(8).
       01  WS-EOF-FLAG                  PIC X VALUE 'N'.
           88  EFFECTIVE-CHANNEL-SMS        VALUE 'S'.
       01  WS-DUE-FLAG                  PIC X VALUE 'N'.
           88  OCCASION-DUE                 VALUE 'Y'.
       01  WS-TODAY-DATE-NUM            PIC 9(8).
       01  WS-CHECK-YEAR                PIC 9(4).
       01  WS-CHECK-LEAP-FLAG           PIC X VALUE 'N'.

      * Every selection date this run covers - the first date after
      * the last one a completed run covered, through today - built
      * once per run.  Print greetings travel by mail, so their
      * occasion match runs a configured number of days ahead of
      * each selection date: a print patron is due when their
      * occasion's MMDD matches the LEAD date, while email and SMS
      * stay matched against the selection date itself.  Each date
      * carries its own year's leap status, since a window or a lead
      * that crosses a year boundary can land a match in a different
      * year than today's.  Bounded by GREET_OCC_CATCHUP_DAYS below,
      * so 365 rows always covers the widest window allowed.
       01  WS-SEL-COUNT                 PIC 9(3) VALUE 0.
       01  WS-SEL-IDX                   PIC 9(3).
       01  WS-SELECTION-TABLE.
           05  WS-SEL-ENTRY OCCURS 1 TO 365 TIMES
                   DEPENDING ON WS-SEL-COUNT.
               10  WS-SEL-DATE-NUM      PIC 9(8).
               10  WS-SEL-MMDD          PIC X(4).
               10  WS-SEL-LEAP-FLAG     PIC X.
                   88  SEL-IN-LEAP-YEAR     VALUE 'Y'.
               10  WS-SEL-LEAD-DATE-NUM PIC 9(8).
               10  WS-SEL-LEAD-MMDD     PIC X(4).
               10  WS-SEL-LEAD-LEAP-FLAG PIC X.
                   88  SEL-LEAD-IN-LEAP-YEAR VALUE 'Y'.
       01  WS-SEL-FIRST-DATE-NUM        PIC 9(8).
       01  WS-SEL-TRIMMED-DATE-NUM      PIC 9(8).
       01  WS-SEL-FIRST-INT             PIC 9(8).
       01  WS-SEL-TODAY-INT             PIC 9(8).

      * Last selection date a completed run covered, from OCCCTL -
      * zero when the file isn't there yet (first run after deploy),
      * which limits that first run to today alone rather than
      * reaching back over occasions nobody expected to be sent.
       01  WS-LAST-COVERED-DATE         PIC X(8) VALUE SPACES.
       01  WS-LAST-COVERED-NUM          PIC 9(8) VALUE 0.

      * Same override pattern as the other tunables - how many days
      * before today a catch-up window may reach back.  A gap longer
      * than this is trimmed to it, with the trimmed dates DISPLAYed,
      * so a job left off for months doesn't mail a season's worth
      * of stale cards in one night.  364 is the ceiling: with today
      * that is 365 consecutive dates, which can never hold the same
      * MMDD twice - a 365-day reach would put today and the same day
      * last year in one window, and last year's match would be taken
      * as late while this year's was lost.
       01  WS-CATCHUP-DAYS-TEXT         PIC X(9).
       01  WS-CATCHUP-DAYS-CANDIDATE    PIC 9(9) VALUE 0.
       01  WS-CATCHUP-DAYS              PIC 9(3) VALUE 031.

      * The date the matched occasion actually falls, carried onto
      * the output row so the print shop knows the target delivery
      * date - the selection date for email/SMS, the selection date
      * plus the lead for print.  A match against any selection date
      * before today is a greeting for a night that was missed, and
      * goes out flagged late.
       01  WS-DUE-DATE-NUM              PIC 9(8).
       01  WS-DUE-DATE                  PIC X(8).
       01  WS-LATE-FLAG                 PIC X VALUE 'N'.
           88  OCCASION-LATE                VALUE 'Y'.
       01  WS-ALREADY-SENT-FLAG         PIC X VALUE 'N'.
           88  OCCASION-ALREADY-SENT        VALUE 'Y'.

      * Same override pattern as greet-batch's tunables - how many
      * days ahead of the occasion a print-channel greeting is
      * concept, so every run is a fresh run - GREETOCC and
      * OCCTRUNCLOG are archived and recreated at the start of every
      * run rather than gated behind a RESUMING-FROM-CHECKPOINT test.
      * The one exception is a second run on the same day: the prior
      * day's archive already exists, so today's file was started by
      * an earlier run today, and it is extended instead of emptied -
      * OCCHIST keeps the rerun from repeating any row already in it.
      * Archives are stamped with the PRIOR day's date - the file
      * being rolled holds the prior run's data, so stamping it with
      * today's date would file yesterday's greetings under today.
       01  WS-OCCOUT-ARCHIVE-NAME       PIC X(17).
       01  WS-OCCEXC-FILE-NAME          PIC X(11) VALUE "OCCTRUNCLOG".
       01  WS-OCCEXC-ARCHIVE-NAME       PIC X(20).
       01  WS-OCCOUT-RERUN-FLAG         PIC X VALUE 'N'.
           88  OCCOUT-SAME-DAY-RERUN        VALUE 'Y'.
       01  WS-OCCEXC-RERUN-FLAG         PIC X VALUE 'N'.
           88  OCCEXC-SAME-DAY-RERUN        VALUE 'Y'.

           COPY "occasion-greeting-templates.cpy".

       01  WS-STATS-SKIPPED             PIC 9(8) VALUE 0.
       01  WS-STATS-EXCEPTIONS          PIC 9(8) VALUE 0.
       01  WS-STATS-TRUNCATED           PIC 9(8) VALUE 0.
       01  WS-STATS-LATE                PIC 9(8) VALUE 0.
       01  WS-STATS-ALREADY-SENT        PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE WS-ARCHIVE-DATE-NUM TO WS-ARCHIVE-DATE
           PERFORM OPEN-FILES
           PERFORM OPEN-PREFERENCES-FILE
           PERFORM OPEN-OCCASION-HISTORY-FILE
           PERFORM INITIALIZE-PRINT-LEAD-DAYS
           PERFORM INITIALIZE-CATCHUP-DAYS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM
           PERFORM LOAD-OCCASION-CONTROL
           PERFORM BUILD-SELECTION-DATES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM WRITE-RUN-CONTROL-START
           PERFORM READ-PATRON-OCCASION-FILE
               PERFORM READ-PATRON-OCCASION-FILE
           END-PERFORM
           PERFORM CLOSE-FILES
           PERFORM WRITE-OCCASION-CONTROL
           PERFORM WRITE-RUN-CONTROL-END
           PERFORM WRITE-STATISTICS-SUMMARY
           STOP RUN.
      * With no checkpoint/restart to distinguish a continuation from
      * a new run, every run of this program is a new run, so GREETOCC
      * is archived under the prior day's date and recreated fresh
      * here rather than appended to indefinitely.  A same-day rerun
      * (the archive was already taken today) extends today's file
      * instead, so the first run's rows are still there for the
      * vendor pickup - falling back to OUTPUT if it has gone missing.
       OPEN-OCCASION-GREETING-FILE.
           PERFORM ARCHIVE-OCCASION-GREETING-FILE
           IF OCCOUT-SAME-DAY-RERUN
               OPEN EXTEND OCCASION-GREETING-FILE
               IF WS-OCCOUT-STATUS NOT = '00'
                   OPEN OUTPUT OCCASION-GREETING-FILE
               END-IF
           ELSE
               OPEN OUTPUT OCCASION-GREETING-FILE
           END-IF
           IF WS-OCCOUT-STATUS NOT = '00'
               DISPLAY
                   "GREET-OCCASION: UNABLE TO OPEN GREETOCC, STATUS="

      * Same reasoning as OPEN-OCCASION-GREETING-FILE above - no
      * restart concept here, so OCCTRUNCLOG is archived and recreated
      * fresh on every run, except on a same-day rerun.
       OPEN-OCCASION-EXCEPTION-FILE.
           PERFORM ARCHIVE-OCCASION-EXCEPTION-FILE
           IF OCCEXC-SAME-DAY-RERUN
               OPEN EXTEND OCCASION-EXCEPTION-FILE
               IF WS-OCCEXC-STATUS NOT = '00'
                   OPEN OUTPUT OCCASION-EXCEPTION-FILE
               END-IF
           ELSE
               OPEN OUTPUT OCCASION-EXCEPTION-FILE
           END-IF
           IF WS-OCCEXC-STATUS NOT = '00'
               DISPLAY
                   "GREET-OCCASION: UNABLE TO OPEN OCCTRUNCLOG, STATUS="
           IF WS-ARCHIVE-RC = 0
               DISPLAY "GREET-OCCASION: GREETOCC ARCHIVE FOR "
                   WS-ARCHIVE-DATE " ALREADY EXISTS - KEEPING IT"
               SET OCCOUT-SAME-DAY-RERUN TO TRUE
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-OCCOUT-FILE-NAME
                       WS-OCCOUT-ARCHIVE-NAME
           IF WS-ARCHIVE-RC = 0
               DISPLAY "GREET-OCCASION: OCCTRUNCLOG ARCHIVE FOR "
                   WS-ARCHIVE-DATE " ALREADY EXISTS - KEEPING IT"
               SET OCCEXC-SAME-DAY-RERUN TO TRUE
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-OCCEXC-FILE-NAME
                       WS-OCCEXC-ARCHIVE-NAME
               STOP RUN
           END-IF.

      * Created empty on the very first run (status 35), the same
      * create-then-reopen sequence greet-batch uses for GREETHIST;
      * any other open failure is fatal, since running without it
      * would leave nothing standing between a rerun and a second
      * card.
       OPEN-OCCASION-HISTORY-FILE.
           OPEN I-O OCCASION-HISTORY-FILE
           IF WS-OCCH-STATUS = '35'
               OPEN OUTPUT OCCASION-HISTORY-FILE
               IF WS-OCCH-STATUS = '00'
                   CLOSE OCCASION-HISTORY-FILE
                   OPEN I-O OCCASION-HISTORY-FILE
               END-IF
           END-IF
           IF WS-OCCH-STATUS NOT = '00'
               DISPLAY
                   "GREET-OCCASION: UNABLE TO OPEN OCCHIST, STATUS="
                   WS-OCCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A missing OCCCTL (status 35) is the first run after deploy,
      * not an error - WS-LAST-COVERED-NUM stays zero and the window
      * is today alone.  A row that isn't a plain 8-digit date is
      * reported and treated the same way rather than trusted.
       LOAD-OCCASION-CONTROL.
           OPEN INPUT OCCASION-CONTROL-FILE
           IF WS-OCCCTL-STATUS = '00'
               READ OCCASION-CONTROL-FILE
                   NOT AT END
                       MOVE OCCCTL-LAST-COVERED-DATE
                           TO WS-LAST-COVERED-DATE
               END-READ
               CLOSE OCCASION-CONTROL-FILE
           ELSE
               IF WS-OCCCTL-STATUS NOT = '35'
                   DISPLAY
                       "GREET-OCCASION: UNABLE TO OPEN OCCCTL, STATUS="
                       WS-OCCCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-LAST-COVERED-DATE NOT = SPACES
               IF WS-LAST-COVERED-DATE IS NUMERIC
                   MOVE WS-LAST-COVERED-DATE TO WS-LAST-COVERED-NUM
               ELSE
                   DISPLAY "GREET-OCCASION: OCCCTL DATE '"
                       WS-LAST-COVERED-DATE
                       "' IS NOT A DATE - COVERING TODAY ONLY"
               END-IF
           END-IF.

      * The window starts the day after the last date a completed run
      * covered and ends today.  Today is always covered even when
      * OCCCTL already says so - a same-day rerun then simply finds
      * every due greeting in OCCHIST - and a window longer than
      * GREET_OCC_CATCHUP_DAYS is trimmed to it, with the dates that
      * fall outside it DISPLAYed so the operator knows what was
      * given up.  Each selection date's MMDD, lead date, and leap
      * status are worked out here once, so CHECK-OCCASION-DUE does
      * nothing per record but compare.
       BUILD-SELECTION-DATES.
           COMPUTE WS-SEL-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
           IF WS-LAST-COVERED-NUM = 0
                   OR WS-LAST-COVERED-NUM >= WS-TODAY-DATE-NUM
               MOVE WS-SEL-TODAY-INT TO WS-SEL-FIRST-INT
           ELSE
               COMPUTE WS-SEL-FIRST-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-COVERED-NUM) + 1
           END-IF
           IF WS-SEL-TODAY-INT - WS-SEL-FIRST-INT > WS-CATCHUP-DAYS
               COMPUTE WS-SEL-FIRST-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-SEL-FIRST-INT)
               COMPUTE WS-SEL-FIRST-INT =
                   WS-SEL-TODAY-INT - WS-CATCHUP-DAYS
               COMPUTE WS-SEL-TRIMMED-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-SEL-FIRST-INT)
               DISPLAY "GREET-OCCASION: GAP SINCE "
                   WS-SEL-FIRST-DATE-NUM
                   " EXCEEDS GREET_OCC_CATCHUP_DAYS - COVERING FROM "
                   WS-SEL-TRIMMED-DATE-NUM
           END-IF
           MOVE 0 TO WS-SEL-COUNT
           PERFORM UNTIL WS-SEL-FIRST-INT > WS-SEL-TODAY-INT
               ADD 1 TO WS-SEL-COUNT
               COMPUTE WS-SEL-DATE-NUM(WS-SEL-COUNT) =
                   FUNCTION DATE-OF-INTEGER(WS-SEL-FIRST-INT)
               MOVE WS-SEL-DATE-NUM(WS-SEL-COUNT)(1:4)
                   TO WS-CHECK-YEAR
               PERFORM DETERMINE-LEAP-YEAR
               MOVE WS-CHECK-LEAP-FLAG
                   TO WS-SEL-LEAP-FLAG(WS-SEL-COUNT)
               MOVE WS-SEL-DATE-NUM(WS-SEL-COUNT)(5:4)
                   TO WS-SEL-MMDD(WS-SEL-COUNT)
               COMPUTE WS-SEL-LEAD-DATE-NUM(WS-SEL-COUNT) =
                   FUNCTION DATE-OF-INTEGER(
                       WS-SEL-FIRST-INT + WS-PRINT-LEAD-DAYS)
               MOVE WS-SEL-LEAD-DATE-NUM(WS-SEL-COUNT)(1:4)
                   TO WS-CHECK-YEAR
               PERFORM DETERMINE-LEAP-YEAR
               MOVE WS-CHECK-LEAP-FLAG
                   TO WS-SEL-LEAD-LEAP-FLAG(WS-SEL-COUNT)
               MOVE WS-SEL-LEAD-DATE-NUM(WS-SEL-COUNT)(5:4)
                   TO WS-SEL-LEAD-MMDD(WS-SEL-COUNT)
               ADD 1 TO WS-SEL-FIRST-INT
           END-PERFORM
           IF WS-SEL-COUNT > 1
               DISPLAY "GREET-OCCASION: CATCHING UP " WS-SEL-COUNT
                   " SELECTION DATES FROM " WS-SEL-DATE-NUM(1)
           END-IF.

       READ-PATRON-OCCASION-FILE.
           READ PATRON-OCCASION-FILE
               AT END
           END-IF
           PERFORM CHECK-OCCASION-DUE
           IF OCCASION-DUE
               PERFORM CHECK-OCCASION-HISTORY
           END-IF
           IF OCCASION-DUE AND OCCASION-ALREADY-SENT
               ADD 1 TO WS-STATS-ALREADY-SENT
           END-IF
           IF OCCASION-DUE AND NOT OCCASION-ALREADY-SENT
               IF PATRON-OPTED-OUT
                   MOVE 'DO NOT CONTACT' TO WS-SKIP-REASON
                   PERFORM WRITE-SKIP-RECORD
                           PERFORM LOOKUP-OCCASION-TEMPLATE
                           PERFORM BUILD-GREETING
                           PERFORM WRITE-OCCASION-GREETING-RECORD
                           PERFORM WRITE-OCCASION-HISTORY-RECORD
                           IF NAME-TRUNCATED
                               PERFORM WRITE-OCCASION-EXCEPTION-RECORD
                           END-IF
           END-IF.

      * PATOCC-OCCASION-DATE(5:4) is the MMDD portion of the date on
      * file, compared against each selection date's MMDD in turn so
      * the match recurs every year regardless of which year the
      * occasion date itself is in.  Print-channel patrons are matched
      * against the lead date (selection date plus the configured
      * lead) so the card is in the mail early enough to arrive on
      * time; email and SMS are matched against the selection date
      * itself, since those channels deliver same-day.  A February 29
      * occasion has no matching MMDD three years out of four, so in
      * a non-leap year it's treated as due on February 28 - a
      * day-early card beats no card at all, and the patron is never
      * silently skipped.  The window never exceeds 365 dates, so at
      * most one of them can match.  WS-DUE-DATE carries the matched
      * date out to the output row as the target delivery date, and a
      * match against any selection date before today is late.
       CHECK-OCCASION-DUE.
           MOVE 'N' TO WS-DUE-FLAG
           MOVE 'N' TO WS-LATE-FLAG
           MOVE WS-TODAY-DATE-NUM TO WS-DUE-DATE-NUM
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT OR OCCASION-DUE
               IF EFFECTIVE-CHANNEL-PRINT
                   IF PATOCC-OCCASION-DATE(5:4)
                           = WS-SEL-LEAD-MMDD(WS-SEL-IDX)
                       OR (WS-SEL-LEAD-MMDD(WS-SEL-IDX) = '0228'
                           AND NOT SEL-LEAD-IN-LEAP-YEAR(WS-SEL-IDX)
                           AND PATOCC-OCCASION-DATE(5:4) = '0229')
                       MOVE 'Y' TO WS-DUE-FLAG
                       MOVE WS-SEL-LEAD-DATE-NUM(WS-SEL-IDX)
                           TO WS-DUE-DATE-NUM
                   END-IF
               ELSE
                   IF PATOCC-OCCASION-DATE(5:4)
                           = WS-SEL-MMDD(WS-SEL-IDX)
                       OR (WS-SEL-MMDD(WS-SEL-IDX) = '0228'
                           AND NOT SEL-IN-LEAP-YEAR(WS-SEL-IDX)
                           AND PATOCC-OCCASION-DATE(5:4) = '0229')
                       MOVE 'Y' TO WS-DUE-FLAG
                       MOVE WS-SEL-DATE-NUM(WS-SEL-IDX)
                           TO WS-DUE-DATE-NUM
                   END-IF
               END-IF
               IF OCCASION-DUE
                   AND WS-SEL-DATE-NUM(WS-SEL-IDX) < WS-TODAY-DATE-NUM
                   MOVE 'Y' TO WS-LATE-FLAG
               END-IF
           END-PERFORM
           MOVE WS-DUE-DATE-NUM TO WS-DUE-DATE.

      * Keyed on the year the occasion falls, not the run year, so a
      * print card selected in late December for a January birthday
      * and the email greeting the same patron might get after a
      * reroute are recognised as the same occasion.
       CHECK-OCCASION-HISTORY.
           MOVE 'N' TO WS-ALREADY-SENT-FLAG
           MOVE PATOCC-PATRON-ID TO OCCH-PATRON-ID
           MOVE PATOCC-OCCASION-TYPE TO OCCH-OCCASION-TYPE
           MOVE WS-DUE-DATE(1:4) TO OCCH-OCCASION-YEAR
           READ OCCASION-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ALREADY-SENT-FLAG
           END-READ.

      * Same override pattern as greet-batch's tunables - how many
      * days ahead of the occasion date a print-channel greeting is
      * selected, so the card can clear the mail in time.
               END-IF
           END-IF.

      * How far back a catch-up window may reach, in days before
      * today.  Zero is a valid, in-range override - it turns
      * catch-up off and restores tonight-only selection.
       INITIALIZE-CATCHUP-DAYS.
           ACCEPT WS-CATCHUP-DAYS-TEXT
               FROM ENVIRONMENT "GREET_OCC_CATCHUP_DAYS"
           IF WS-CATCHUP-DAYS-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-CATCHUP-DAYS-TEXT) NOT = 0
                   DISPLAY "GREET-OCCASION: GREET_OCC_CATCHUP_DAYS '"
                       WS-CATCHUP-DAYS-TEXT
                       "' IS NOT NUMERIC - IGNORING OVERRIDE"
               ELSE
                   MOVE FUNCTION NUMVAL(WS-CATCHUP-DAYS-TEXT)
                       TO WS-CATCHUP-DAYS-CANDIDATE
                   IF WS-CATCHUP-DAYS-CANDIDATE <= 364
                       MOVE WS-CATCHUP-DAYS-CANDIDATE
                           TO WS-CATCHUP-DAYS
                   ELSE
                       DISPLAY
                           "GREET-OCCASION: GREET_OCC_CATCHUP_DAYS '"
                           WS-CATCHUP-DAYS-TEXT
                           "' IS OUT OF RANGE - IGNORING OVERRIDE"
                   END-IF
               END-IF
           END-IF.

      * Per-patron reset-and-copy of the block flags, the same
      * pattern greet-batch uses - a patron with no PATRONPREFS row
      * has nothing blocked, and the reset keeps the previous
      * patron's flags from leaking through the INVALID KEY path.
      * A hold past its expiry date counts as no block, the same as
      * greet-batch reads it.
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
           MOVE WS-DUE-DATE TO OCCOUT-OCCASION-DATE
           MOVE PATOCC-BRANCH-CODE TO OCCOUT-BRANCH-CODE
           MOVE PATOCC-LANGUAGE-CODE TO OCCOUT-LANGUAGE-CODE
           MOVE WS-LATE-FLAG TO OCCOUT-LATE-FLAG
           WRITE OCCASION-GREETING-RECORD
           ADD 1 TO WS-STATS-GREETED
           IF OCCASION-LATE
               ADD 1 TO WS-STATS-LATE
           END-IF.

      * Written straight after the GREETOCC row it records, so a run
      * that abends part way still leaves every greeting it got out
      * on file for the rerun to find.  A failed write is fatal: the
      * greeting is already out, and without its history row the
      * next run would send it again.
       WRITE-OCCASION-HISTORY-RECORD.
           MOVE PATOCC-PATRON-ID TO OCCH-PATRON-ID
           MOVE PATOCC-OCCASION-TYPE TO OCCH-OCCASION-TYPE
           MOVE WS-DUE-DATE(1:4) TO OCCH-OCCASION-YEAR
           MOVE WS-DUE-DATE TO OCCH-OCCASION-DATE
           MOVE WS-RUN-DATE TO OCCH-GENERATED-DATE
           MOVE WS-EFFECTIVE-CHANNEL TO OCCH-DELIVERY-CHANNEL
           MOVE WS-LATE-FLAG TO OCCH-LATE-FLAG
           WRITE OCCASION-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "GREET-OCCASION: UNABLE TO WRITE OCCHIST "
                       "FOR " PATOCC-PATRON-ID ", STATUS="
                       WS-OCCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

       WRITE-OCCASION-EXCEPTION-RECORD.
           MOVE FUNCTION CURRENT-DATE TO PTEXC-TIMESTAMP

       CLOSE-FILES.
           CLOSE PATRON-OCCASION-FILE OCCASION-GREETING-FILE
               PREFERENCES-FILE SKIP-FILE OCCASION-EXCEPTION-FILE
               OCCASION-HISTORY-FILE.

      * Only reached once every patron has been read and every output
      * closed, so OCCCTL moves forward only for a run that finished -
      * an abend anywhere above leaves the old date in place and the
      * next run covers tonight again.  Fatal on failure, the same as
      * CKPTFILE in greet-batch: a stale date here means tomorrow
      * re-walks dates already covered, which OCCHIST absorbs, but
      * silence would hide it.
       WRITE-OCCASION-CONTROL.
           OPEN OUTPUT OCCASION-CONTROL-FILE
           IF WS-OCCCTL-STATUS NOT = '00'
               DISPLAY "GREET-OCCASION: UNABLE TO OPEN OCCCTL, STATUS="
                   WS-OCCCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TODAY-DATE-NUM TO OCCCTL-LAST-COVERED-DATE
           MOVE FUNCTION CURRENT-DATE TO OCCCTL-TIMESTAMP
           WRITE OCCASION-CONTROL-RECORD
           IF WS-OCCCTL-STATUS NOT = '00'
               DISPLAY "GREET-OCCASION: UNABLE TO WRITE OCCCTL, STATUS="
                   WS-OCCCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE OCCASION-CONTROL-FILE.

      * One row to RUNCTL at start and one at end of the run, the
      * same open-write-close durability idiom greet-batch uses, and

      * Truncations are deliberately not in the exception count - a
      * truncated name still produces a greeting, the same balancing
      * rule greet-batch applies to its own end row, and so are
      * occasions already on OCCHIST, which produce nothing at all.
      * Most occasion
      * records simply aren't due on any given night, so read minus
      * the other three counts is the not-due remainder rather than
      * a discrepancy - the controller checks this job for
               WS-STATS-EXCEPTIONS
           DISPLAY "GREET-OCCASION: NAMES TRUNCATED:      "
               WS-STATS-TRUNCATED
           DISPLAY "GREET-OCCASION: SELECTION DATES:      "
               WS-SEL-COUNT
           DISPLAY "GREET-OCCASION: GREETED LATE:         "
               WS-STATS-LATE
           DISPLAY "GREET-OCCASION: ALREADY GENERATED:    "
               WS-STATS-ALREADY-SENT
           DISPLAY "GREET-OCCASION: ===== END OF SUMMARY =====".

       END PROGRAM greet-occasion.
