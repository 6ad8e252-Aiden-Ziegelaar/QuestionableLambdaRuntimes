       IDENTIFICATION DIVISION.
       PROGRAM-ID. contact-trace.

      * Single-patron contact trace.  When a patron calls to say "I
      * never got anything" or "why did you text me", the answer is
      * spread over every file the nightly jobs keep - the channel
      * greeting files, GREETOCC, SKIPLOG, PTRUNCLOG, OCCTRUNCLOG,
      * DELVCONF, the retry files, RETRYEXC, PREFTLOG, and the
      * campaign files CAMPPRT/CAMPEML/CAMPSMS, CAMPSKIP and CAMPEXC -
      * most of them rolled to dated archives every night.  This inquiry
      * reads all of them, current and archived, for one patron and
      * one date range and writes a single chronological report to
      * TRACERPT: each greeting and campaign notice generated
      * (channel, text, and whether it was rerouted off the channel
      * the patron had asked for at the time), each skip and
      * exception with its reason, each vendor confirmation or
      * failure, each retry attempt, and each preference change with
      * the operator who keyed it.  The report opens with where the
      * patron stands today - the master row, GREETHIST, PATRONPREFS
      * and RETRYHIST - so one run answers the complaint.
      *
      * Parameters come from the environment the same way the other
      * inquiries take theirs: GREET_TRACE_PATRON_ID (required) and
      * GREET_TRACE_FROM_DATE / GREET_TRACE_TO_DATE (YYYYMMDD,
      * defaulting to the last 31 days).  The range is capped at 366
      * days, since every day in it costs one open per archive.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One SELECT per file layout, all assigned through the one data
      * name restrung before each open - first to every dated archive
      * in the range, then to the current file - the same dynamic-name
      * approach greet-retry and month-report use to reach the
      * archives.  Only one of them is ever open at a time.
           SELECT TRACE-GREETING-FILE ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGRT-STATUS.

           SELECT TRACE-OCCASION-FILE ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOCC-STATUS.

           SELECT TRACE-SKIP-FILE ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSKP-STATUS.

           SELECT TRACE-EXCEPTION-FILE ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEXC-STATUS.

           SELECT TRACE-RETRY-FILE ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRTY-STATUS.

           SELECT TRACE-PREF-LOG-FILE ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPTL-STATUS.

           SELECT TRACE-CONFIRMATION-FILE ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCNF-STATUS.

           SELECT TRACE-CHANGE-FILE ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCHG-STATUS.

      * The four keyed files are read once each, by key, for the
      * report header - the same direct lookups greet-batch and
      * greet-retry make against them.  Any of them not yet on file
      * (status 35) is reported as such rather than failing the run.
           SELECT PATRON-MASTER-FILE ASSIGN TO "PATRONMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMST-PATRON-ID
               FILE STATUS IS WS-PMST-STATUS.

           SELECT GREETING-HISTORY-FILE ASSIGN TO "GREETHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-PATRON-ID
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PREFERENCES-FILE ASSIGN TO "PATRONPREFS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PREF-PATRON-ID
               FILE STATUS IS WS-PREFS-STATUS.

           SELECT RETRY-HISTORY-FILE ASSIGN TO "RETRYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTRY-RETRY-KEY
               FILE STATUS IS WS-RTRY-STATUS.

           SELECT TRACE-REPORT-FILE ASSIGN TO "TRACERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "TRACESRT".

       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-GREETING-FILE.
           COPY "greeting-output.cpy".

       FD  TRACE-OCCASION-FILE.
           COPY "occasion-output-record.cpy".

       FD  TRACE-SKIP-FILE.
           COPY "skip-record.cpy".

       FD  TRACE-EXCEPTION-FILE.
           COPY "patron-exception-record.cpy".

       FD  TRACE-RETRY-FILE.
           COPY "retry-output-record.cpy".

       FD  TRACE-PREF-LOG-FILE.
           COPY "preference-transaction-log-record.cpy".

       FD  TRACE-CONFIRMATION-FILE.
           COPY "delivery-confirmation-record.cpy".

       FD  TRACE-CHANGE-FILE.
           COPY "patron-change-record.cpy".

       FD  PATRON-MASTER-FILE.
           COPY "patron-master-record.cpy".

       FD  GREETING-HISTORY-FILE.
           COPY "greeting-history-record.cpy".

       FD  PREFERENCES-FILE.
           COPY "preferences-record.cpy".

       FD  RETRY-HISTORY-FILE.
           COPY "retry-history-record.cpy".

       FD  TRACE-REPORT-FILE.
           COPY "contact-trace-record.cpy".

      * Every event found is released here with its own timestamp and
      * a running sequence number, so the report comes back in time
      * order regardless of which file each event was found in, and
      * events sharing a timestamp keep the order they were read.
       SD  SORT-WORK-FILE.
       01  SORT-TRACE-RECORD.
           05  SORT-TRACE-TIMESTAMP     PIC X(21).
           05  SORT-TRACE-SEQUENCE      PIC 9(8).
           05  SORT-TRACE-EVENT         PIC X(12).
           05  SORT-TRACE-CHANNEL       PIC X(1).
           05  SORT-TRACE-NOTE          PIC X(30).
           05  SORT-TRACE-DETAIL        PIC X(120).
           05  SORT-TRACE-SOURCE        PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-TGRT-STATUS               PIC XX.
       01  WS-TOCC-STATUS               PIC XX.
       01  WS-TSKP-STATUS               PIC XX.
       01  WS-TEXC-STATUS               PIC XX.
       01  WS-TRTY-STATUS               PIC XX.
       01  WS-TPTL-STATUS               PIC XX.
       01  WS-TCNF-STATUS               PIC XX.
       01  WS-TCHG-STATUS               PIC XX.
       01  WS-PMST-STATUS               PIC XX.
       01  WS-HIST-STATUS               PIC XX.
       01  WS-PREFS-STATUS              PIC XX.
       01  WS-RTRY-STATUS               PIC XX.
       01  WS-TRPT-STATUS               PIC XX.

       01  WS-NO-MASTER-FLAG            PIC X VALUE 'N'.
           88  NO-MASTER-ON-FILE            VALUE 'Y'.
       01  WS-NO-HISTORY-FLAG           PIC X VALUE 'N'.
           88  NO-HISTORY-ON-FILE           VALUE 'Y'.
       01  WS-NO-PREFS-FLAG             PIC X VALUE 'N'.
           88  NO-PREFS-ON-FILE             VALUE 'Y'.
       01  WS-NO-RETRY-HIST-FLAG        PIC X VALUE 'N'.
           88  NO-RETRY-HIST-ON-FILE        VALUE 'Y'.
       01  WS-SORT-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-SORTED-EVENTS         VALUE 'Y'.

      * Base name of the file family being scanned, and the date of
      * the archive wanted - SPACES means the current, undated file.
      * The longest archive name is OCCTRUNCLOG plus a dot and an
      * eight-digit stamp.
       01  WS-SCAN-BASE                 PIC X(11).
       01  WS-SCAN-DATE                 PIC X(8).
       01  WS-SCAN-NAME                 PIC X(20).
       01  WS-SCAN-EVENT                PIC X(12).

       01  WS-TRACE-PATRON-ID           PIC X(10).
       01  WS-FROM-DATE-TEXT            PIC X(9).
       01  WS-TO-DATE-TEXT              PIC X(9).
       01  WS-FROM-DATE                 PIC X(8).
       01  WS-TO-DATE                   PIC X(8).
       01  WS-FROM-DATE-NUM             PIC 9(8).
       01  WS-TO-DATE-NUM               PIC 9(8).
       01  WS-TODAY-DATE-NUM            PIC 9(8).
       01  WS-CANDIDATE-DATE-NUM        PIC 9(8).
       01  WS-FROM-DATE-INT             PIC 9(8).
       01  WS-TO-DATE-INT               PIC 9(8).
       01  WS-RANGE-DAYS                PIC 9(8).
       01  WS-MAX-RANGE-DAYS            PIC 9(4) VALUE 366.
       01  WS-DEFAULT-RANGE-DAYS        PIC 9(4) VALUE 31.

      * A row is filed under the date of the night that rolled it,
      * which is normally the row's own date - but a missed night
      * leaves a day's rows to be rolled (and stamped) by the next
      * run that does happen.  The walk therefore reaches a week past
      * the end of the range; every row is still selected on its own
      * timestamp, so the extra archives can only add rows that
      * genuinely belong inside the range.
       01  WS-ARCHIVE-SLACK-DAYS        PIC 9(4) VALUE 7.
       01  WS-WALK-DATE-INT             PIC 9(8).
       01  WS-WALK-LAST-INT             PIC 9(8).
       01  WS-TODAY-DATE-INT            PIC 9(8).
       01  WS-WALK-DATE-NUM             PIC 9(8).

      * The channel the patron asks for today, from the master row.
      * Blank when the patron isn't on the master, in which case no
      * reroute can be claimed either way.
       01  WS-PREFERRED-CHANNEL         PIC X(1) VALUE SPACE.
       01  WS-EVENT-CHANNEL             PIC X(1).

      * Every channel change patron-edit logged for the patron on
      * PATRONCHG from the first day of the range to today, oldest
      * first.  A greeting was rerouted when it went out on a channel
      * other than the one in effect that day - the before value of
      * the first change dated after it, or today's channel when
      * there has been no change since.
       01  WS-CHANNEL-CHANGE-COUNT      PIC 9(4) VALUE 0.
       01  WS-CHANNEL-CHANGE-TABLE.
           05  WS-CHANNEL-CHANGE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CHANNEL-CHANGE-COUNT
                   INDEXED BY WS-CHANNEL-CHANGE-IDX.
               10  WS-CHANGE-RUN-DATE   PIC X(8).
               10  WS-CHANGE-BEFORE     PIC X(1).
       01  WS-CHANNEL-IN-EFFECT         PIC X(1).
       01  WS-EVENT-DATE                PIC X(8).
       01  WS-REROUTED-FLAG             PIC X VALUE 'N'.
           88  EVENT-REROUTED               VALUE 'Y'.
       01  WS-HEADER-CHANNEL            PIC X(1).
       01  WS-TRANSACTION-NAME          PIC X(7).
       01  WS-EVENT-SEQUENCE            PIC 9(8) VALUE 0.

       01  WS-STATS-FILES-READ          PIC 9(8) VALUE 0.
       01  WS-STATS-FILES-ABSENT        PIC 9(8) VALUE 0.
       01  WS-STATS-GREETINGS           PIC 9(8) VALUE 0.
       01  WS-STATS-OCCASIONS           PIC 9(8) VALUE 0.
       01  WS-STATS-SKIPS               PIC 9(8) VALUE 0.
       01  WS-STATS-EXCEPTIONS          PIC 9(8) VALUE 0.
       01  WS-STATS-CONFIRMED           PIC 9(8) VALUE 0.
       01  WS-STATS-FAILED              PIC 9(8) VALUE 0.
       01  WS-STATS-RETRIES             PIC 9(8) VALUE 0.
       01  WS-STATS-PREF-CHANGES        PIC 9(8) VALUE 0.
       01  WS-STATS-EVENTS-REPORTED     PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-TRACE-PARAMETERS
           PERFORM OPEN-FILES
           PERFORM WRITE-PATRON-HEADER
           PERFORM LOAD-CHANNEL-CHANGES
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-TRACE-TIMESTAMP
                                SORT-TRACE-SEQUENCE
               INPUT PROCEDURE IS COLLECT-TRACE-EVENTS
               OUTPUT PROCEDURE IS WRITE-TRACE-EVENTS
           PERFORM WRITE-TRACE-TRAILER
           PERFORM CLOSE-FILES
           PERFORM WRITE-STATISTICS-SUMMARY
           STOP RUN.

      * Same override pattern as the other inquiries, except that the
      * patron ID is mandatory - a trace of nobody is a keying error,
      * not a wide-open report.  A date that isn't a real YYYYMMDD is
      * ignored with a warning and the default kept.
       INITIALIZE-TRACE-PARAMETERS.
           ACCEPT WS-TRACE-PATRON-ID
               FROM ENVIRONMENT "GREET_TRACE_PATRON_ID"
           IF WS-TRACE-PATRON-ID = SPACES
               DISPLAY "CONTACT-TRACE: GREET_TRACE_PATRON_ID IS NOT "
                   "SET - NO PATRON TO TRACE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM
           MOVE WS-TODAY-DATE-NUM TO WS-TO-DATE-NUM
           COMPUTE WS-FROM-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
                   - WS-DEFAULT-RANGE-DAYS + 1)
           ACCEPT WS-FROM-DATE-TEXT
               FROM ENVIRONMENT "GREET_TRACE_FROM_DATE"
           IF WS-FROM-DATE-TEXT NOT = SPACES
               IF WS-FROM-DATE-TEXT(1:8) IS NUMERIC
                       AND WS-FROM-DATE-TEXT(9:1) = SPACE
                   MOVE WS-FROM-DATE-TEXT(1:8) TO WS-CANDIDATE-DATE-NUM
               ELSE
                   MOVE 0 TO WS-CANDIDATE-DATE-NUM
               END-IF
               IF WS-CANDIDATE-DATE-NUM > 0
                       AND FUNCTION TEST-DATE-YYYYMMDD(
                           WS-CANDIDATE-DATE-NUM) = 0
                   MOVE WS-CANDIDATE-DATE-NUM TO WS-FROM-DATE-NUM
               ELSE
                   DISPLAY "CONTACT-TRACE: GREET_TRACE_FROM_DATE '"
                       WS-FROM-DATE-TEXT
                       "' IS NOT YYYYMMDD - IGNORING OVERRIDE"
               END-IF
           END-IF
           ACCEPT WS-TO-DATE-TEXT
               FROM ENVIRONMENT "GREET_TRACE_TO_DATE"
           IF WS-TO-DATE-TEXT NOT = SPACES
               IF WS-TO-DATE-TEXT(1:8) IS NUMERIC
                       AND WS-TO-DATE-TEXT(9:1) = SPACE
                   MOVE WS-TO-DATE-TEXT(1:8) TO WS-CANDIDATE-DATE-NUM
               ELSE
                   MOVE 0 TO WS-CANDIDATE-DATE-NUM
               END-IF
               IF WS-CANDIDATE-DATE-NUM > 0
                       AND FUNCTION TEST-DATE-YYYYMMDD(
                           WS-CANDIDATE-DATE-NUM) = 0
                   MOVE WS-CANDIDATE-DATE-NUM TO WS-TO-DATE-NUM
               ELSE
                   DISPLAY "CONTACT-TRACE: GREET_TRACE_TO_DATE '"
                       WS-TO-DATE-TEXT
                       "' IS NOT YYYYMMDD - IGNORING OVERRIDE"
               END-IF
           END-IF
           IF WS-FROM-DATE-NUM > WS-TO-DATE-NUM
               DISPLAY "CONTACT-TRACE: FROM DATE " WS-FROM-DATE-NUM
                   " IS AFTER TO DATE " WS-TO-DATE-NUM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-FROM-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-NUM)
           COMPUTE WS-TO-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE-NUM)
           COMPUTE WS-RANGE-DAYS = WS-TO-DATE-INT - WS-FROM-DATE-INT + 1
           IF WS-RANGE-DAYS > WS-MAX-RANGE-DAYS
               DISPLAY "CONTACT-TRACE: RANGE OF " WS-RANGE-DAYS
                   " DAYS EXCEEDS " WS-MAX-RANGE-DAYS
                   " - NARROW THE DATE RANGE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-WALK-LAST-INT =
               WS-TO-DATE-INT + WS-ARCHIVE-SLACK-DAYS
           COMPUTE WS-TODAY-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
           MOVE WS-FROM-DATE-NUM TO WS-FROM-DATE
           MOVE WS-TO-DATE-NUM TO WS-TO-DATE.

      * The keyed files are only looked at for the header, so one
      * that doesn't exist yet just means nothing of that kind has
      * ever been recorded - the same tolerance hist-report extends
      * to a missing GREETHIST.  Any other open failure is fatal.
       OPEN-FILES.
           OPEN INPUT PATRON-MASTER-FILE
           IF WS-PMST-STATUS = '35'
               SET NO-MASTER-ON-FILE TO TRUE
           ELSE
               IF WS-PMST-STATUS NOT = '00'
                   DISPLAY "CONTACT-TRACE: UNABLE TO OPEN PATRONMSTR, "
                       "STATUS="
                       WS-PMST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT GREETING-HISTORY-FILE
           IF WS-HIST-STATUS = '35'
               SET NO-HISTORY-ON-FILE TO TRUE
           ELSE
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY "CONTACT-TRACE: UNABLE TO OPEN GREETHIST, "
                       "STATUS="
                       WS-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT PREFERENCES-FILE
           IF WS-PREFS-STATUS = '35'
               SET NO-PREFS-ON-FILE TO TRUE
           ELSE
               IF WS-PREFS-STATUS NOT = '00'
                   DISPLAY "CONTACT-TRACE: UNABLE TO OPEN PATRONPREFS, "
                       "STATUS="
                       WS-PREFS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT RETRY-HISTORY-FILE
           IF WS-RTRY-STATUS = '35'
               SET NO-RETRY-HIST-ON-FILE TO TRUE
           ELSE
               IF WS-RTRY-STATUS NOT = '00'
                   DISPLAY "CONTACT-TRACE: UNABLE TO OPEN RETRYHIST, "
                       "STATUS="
                       WS-RTRY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT TRACE-REPORT-FILE
           IF WS-TRPT-STATUS NOT = '00'
               DISPLAY "CONTACT-TRACE: UNABLE TO OPEN TRACERPT, STATUS="
                   WS-TRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Where the patron stands today, ahead of the event history:
      * who they are and which channel they asked for, when they were
      * last greeted, what is blocked right now, and how many retry
      * attempts each channel has had.
       WRITE-PATRON-HEADER.
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE "TRACE" TO TRPT-EVENT
           STRING "PATRON " DELIMITED BY SIZE
                   WS-TRACE-PATRON-ID DELIMITED BY SIZE
               INTO TRPT-NOTE
           STRING "EVENTS FROM " DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
               INTO TRPT-DETAIL
           WRITE TRACE-REPORT-RECORD
           PERFORM WRITE-MASTER-HEADER
           PERFORM WRITE-HISTORY-HEADER
           PERFORM WRITE-PREFERENCES-HEADER
           IF NOT NO-RETRY-HIST-ON-FILE
               MOVE 'P' TO WS-HEADER-CHANNEL
               PERFORM WRITE-RETRY-COUNT-HEADER
               MOVE 'E' TO WS-HEADER-CHANNEL
               PERFORM WRITE-RETRY-COUNT-HEADER
               MOVE 'S' TO WS-HEADER-CHANNEL
               PERFORM WRITE-RETRY-COUNT-HEADER
           END-IF.

       WRITE-MASTER-HEADER.
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE "PATRON" TO TRPT-EVENT
           MOVE "PATRONMSTR" TO TRPT-SOURCE
           IF NO-MASTER-ON-FILE
               MOVE "NO PATRON MASTER ON FILE" TO TRPT-NOTE
           ELSE
               MOVE WS-TRACE-PATRON-ID TO PMST-PATRON-ID
               READ PATRON-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON PATRON MASTER" TO TRPT-NOTE
                   NOT INVALID KEY
                       MOVE PMST-DELIVERY-CHANNEL
                           TO WS-PREFERRED-CHANNEL
                       MOVE PMST-DELIVERY-CHANNEL TO TRPT-CHANNEL
                       STRING "BRANCH " DELIMITED BY SIZE
                               PMST-BRANCH-CODE DELIMITED BY SIZE
                               " LANG " DELIMITED BY SIZE
                               PMST-LANGUAGE-CODE DELIMITED BY SIZE
                               " STATUS " DELIMITED BY SIZE
                               PMST-STATUS DELIMITED BY SIZE
                           INTO TRPT-NOTE
                       MOVE PMST-PATRON-NAME TO TRPT-DETAIL
               END-READ
           END-IF
           WRITE TRACE-REPORT-RECORD.

       WRITE-HISTORY-HEADER.
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE "LAST GREETED" TO TRPT-EVENT
           MOVE "GREETHIST" TO TRPT-SOURCE
           IF NO-HISTORY-ON-FILE
               MOVE "NO GREETING HISTORY ON FILE" TO TRPT-NOTE
           ELSE
               MOVE WS-TRACE-PATRON-ID TO HIST-PATRON-ID
               READ GREETING-HISTORY-FILE
                   INVALID KEY
                       MOVE "NEVER GREETED" TO TRPT-NOTE
                   NOT INVALID KEY
                       MOVE HIST-LAST-GREETED-DATE TO TRPT-NOTE
               END-READ
           END-IF
           WRITE TRACE-REPORT-RECORD.

       WRITE-PREFERENCES-HEADER.
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE "PREFS NOW" TO TRPT-EVENT
           MOVE "PATRONPREFS" TO TRPT-SOURCE
           IF NO-PREFS-ON-FILE
               MOVE "NO PREFERENCES FILE ON FILE" TO TRPT-NOTE
           ELSE
               MOVE WS-TRACE-PATRON-ID TO PREF-PATRON-ID
               READ PREFERENCES-FILE
                   INVALID KEY
                       MOVE "NO ROW - NOTHING BLOCKED" TO TRPT-NOTE
                   NOT INVALID KEY
                       STRING "BLOCKED PRT " DELIMITED BY SIZE
                               PREF-NO-PRINT DELIMITED BY SIZE
                               " EML " DELIMITED BY SIZE
                               PREF-NO-EMAIL DELIMITED BY SIZE
                               " SMS " DELIMITED BY SIZE
                               PREF-NO-SMS DELIMITED BY SIZE
                           INTO TRPT-NOTE
                       STRING "HOLD EXPIRY PRT " DELIMITED BY SIZE
                               PREF-PRINT-BLOCK-EXPIRY DELIMITED BY SIZE
                               " EML " DELIMITED BY SIZE
                               PREF-EMAIL-BLOCK-EXPIRY DELIMITED BY SIZE
                               " SMS " DELIMITED BY SIZE
                               PREF-SMS-BLOCK-EXPIRY DELIMITED BY SIZE
                           INTO TRPT-DETAIL
               END-READ
           END-IF
           WRITE TRACE-REPORT-RECORD.

      * Only channels that have actually been retried get a row.
       WRITE-RETRY-COUNT-HEADER.
           MOVE WS-TRACE-PATRON-ID TO RTRY-PATRON-ID
           MOVE WS-HEADER-CHANNEL TO RTRY-CHANNEL
           READ RETRY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO TRACE-REPORT-RECORD
                   MOVE "RETRY COUNT" TO TRPT-EVENT
                   MOVE RTRY-CHANNEL TO TRPT-CHANNEL
                   STRING "ATTEMPTS " DELIMITED BY SIZE
                           RTRY-ATTEMPT-COUNT DELIMITED BY SIZE
                       INTO TRPT-NOTE
                   MOVE "RETRYHIST" TO TRPT-SOURCE
                   WRITE TRACE-REPORT-RECORD
           END-READ.

      * SORT input procedure: every dated archive in the walk, oldest
      * first, then the current files the nightly jobs haven't rolled
      * yet.
       COLLECT-TRACE-EVENTS.
           PERFORM VARYING WS-WALK-DATE-INT FROM WS-FROM-DATE-INT BY 1
                   UNTIL WS-WALK-DATE-INT > WS-WALK-LAST-INT
               COMPUTE WS-WALK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WALK-DATE-INT)
               MOVE WS-WALK-DATE-NUM TO WS-SCAN-DATE
               PERFORM SCAN-ALL-FILES
           END-PERFORM
           MOVE SPACES TO WS-SCAN-DATE
           PERFORM SCAN-ALL-FILES.

       SCAN-ALL-FILES.
           MOVE "GREETING" TO WS-SCAN-EVENT
           MOVE "GREETPRT" TO WS-SCAN-BASE
           PERFORM SCAN-GREETING-FILE
           MOVE "GREETEML" TO WS-SCAN-BASE
           PERFORM SCAN-GREETING-FILE
           MOVE "GREETSMS" TO WS-SCAN-BASE
           PERFORM SCAN-GREETING-FILE
           MOVE "CAMPAIGN" TO WS-SCAN-EVENT
           MOVE "CAMPPRT" TO WS-SCAN-BASE
           PERFORM SCAN-GREETING-FILE
           MOVE "CAMPEML" TO WS-SCAN-BASE
           PERFORM SCAN-GREETING-FILE
           MOVE "CAMPSMS" TO WS-SCAN-BASE
           PERFORM SCAN-GREETING-FILE
           MOVE "GREETOCC" TO WS-SCAN-BASE
           PERFORM SCAN-OCCASION-FILE
           MOVE "SKIPPED" TO WS-SCAN-EVENT
           MOVE "SKIPLOG" TO WS-SCAN-BASE
           PERFORM SCAN-SKIP-FILE
           MOVE "CAMP SKIPPED" TO WS-SCAN-EVENT
           MOVE "CAMPSKIP" TO WS-SCAN-BASE
           PERFORM SCAN-SKIP-FILE
           MOVE "CAMPEXC" TO WS-SCAN-BASE
           MOVE "CAMP EXCPTN" TO WS-SCAN-EVENT
           PERFORM SCAN-EXCEPTION-FILE
           MOVE "PTRUNCLOG" TO WS-SCAN-BASE
           MOVE "EXCEPTION" TO WS-SCAN-EVENT
           PERFORM SCAN-EXCEPTION-FILE
           MOVE "OCCTRUNCLOG" TO WS-SCAN-BASE
           MOVE "OCC EXCEPTN" TO WS-SCAN-EVENT
           PERFORM SCAN-EXCEPTION-FILE
           MOVE "RETRYEXC" TO WS-SCAN-BASE
           MOVE "RETRY EXCPTN" TO WS-SCAN-EVENT
           PERFORM SCAN-EXCEPTION-FILE
           MOVE "RETRYPRT" TO WS-SCAN-BASE
           PERFORM SCAN-RETRY-FILE
           MOVE "RETRYEML" TO WS-SCAN-BASE
           PERFORM SCAN-RETRY-FILE
           MOVE "RETRYSMS" TO WS-SCAN-BASE
           PERFORM SCAN-RETRY-FILE
           MOVE "PREFTLOG" TO WS-SCAN-BASE
           PERFORM SCAN-PREF-LOG-FILE
           MOVE "DELVCONF" TO WS-SCAN-BASE
           PERFORM SCAN-CONFIRMATION-FILE.

      * Base name alone for the current file, or base name, dot and
      * stamp for an archive - the form every nightly job rolls its
      * files to.
       BUILD-SCAN-NAME.
           MOVE SPACES TO WS-SCAN-NAME
           IF WS-SCAN-DATE = SPACES
               MOVE WS-SCAN-BASE TO WS-SCAN-NAME
           ELSE
               STRING WS-SCAN-BASE DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       WS-SCAN-DATE DELIMITED BY SIZE
                   INTO WS-SCAN-NAME
           END-IF.

      * A file that isn't there (status 35) is a night the job didn't
      * run, a day before archiving began, or a file the vendor
      * hasn't dropped yet - counted and passed over.  Any other open
      * failure is fatal, the same split month-report applies.  The
      * welcome and campaign files share the greeting layout; the
      * caller sets WS-SCAN-EVENT to say which the rows are.
       SCAN-GREETING-FILE.
           PERFORM BUILD-SCAN-NAME
           OPEN INPUT TRACE-GREETING-FILE
           IF WS-TGRT-STATUS = '35'
               ADD 1 TO WS-STATS-FILES-ABSENT
           ELSE
               IF WS-TGRT-STATUS NOT = '00'
                   DISPLAY "CONTACT-TRACE: UNABLE TO OPEN "
                       WS-SCAN-NAME ", STATUS=" WS-TGRT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STATS-FILES-READ
               PERFORM UNTIL WS-TGRT-STATUS = '10'
                   READ TRACE-GREETING-FILE
                       AT END
                           MOVE '10' TO WS-TGRT-STATUS
                       NOT AT END
                           IF GRTOUT-PATRON-ID = WS-TRACE-PATRON-ID
                                   AND GRTOUT-TIMESTAMP(1:8)
                                       NOT < WS-FROM-DATE
                                   AND GRTOUT-TIMESTAMP(1:8)
                                       NOT > WS-TO-DATE
                               PERFORM RELEASE-GREETING-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRACE-GREETING-FILE
           END-IF.

       RELEASE-GREETING-EVENT.
           MOVE SPACES TO SORT-TRACE-RECORD
           MOVE GRTOUT-TIMESTAMP TO SORT-TRACE-TIMESTAMP
           MOVE WS-SCAN-EVENT TO SORT-TRACE-EVENT
           MOVE GRTOUT-DELIVERY-CHANNEL TO SORT-TRACE-CHANNEL
           MOVE GRTOUT-DELIVERY-CHANNEL TO WS-EVENT-CHANNEL
           MOVE GRTOUT-TIMESTAMP(1:8) TO WS-EVENT-DATE
           PERFORM CHECK-EVENT-REROUTED
           IF EVENT-REROUTED
               STRING "REROUTED FROM " DELIMITED BY SIZE
                       WS-CHANNEL-IN-EFFECT DELIMITED BY SIZE
                   INTO SORT-TRACE-NOTE
           END-IF
           MOVE GRTOUT-TEXT TO SORT-TRACE-DETAIL
           PERFORM RELEASE-TRACE-EVENT
           ADD 1 TO WS-STATS-GREETINGS.

      * Rerouting is judged against the channel the patron had asked
      * for on the day the greeting went out, not today's: a patron
      * who has since moved from email to SMS must not see every
      * earlier email shown as rerouted.  patron-edit runs ahead of
      * every greeting job, so a change logged the same night already
      * applied to that night's greetings - only a change dated after
      * the greeting tells what was in effect before it.
       CHECK-EVENT-REROUTED.
           MOVE 'N' TO WS-REROUTED-FLAG
           MOVE WS-PREFERRED-CHANNEL TO WS-CHANNEL-IN-EFFECT
           IF WS-CHANNEL-CHANGE-COUNT > 0
               SET WS-CHANNEL-CHANGE-IDX TO 1
               SEARCH WS-CHANNEL-CHANGE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CHANGE-RUN-DATE(WS-CHANNEL-CHANGE-IDX)
                           > WS-EVENT-DATE
                       MOVE WS-CHANGE-BEFORE(WS-CHANNEL-CHANGE-IDX)
                           TO WS-CHANNEL-IN-EFFECT
               END-SEARCH
           END-IF
           IF WS-CHANNEL-IN-EFFECT NOT = SPACE
                   AND WS-EVENT-CHANNEL NOT = WS-CHANNEL-IN-EFFECT
               SET EVENT-REROUTED TO TRUE
           END-IF.

      * Channel changes can fall anywhere from the start of the range
      * to today, so PATRONCHG is walked over that whole span, dated
      * archives oldest first and then the current file - the same
      * walk the events themselves get.  Only done for a patron on
      * the master; without today's channel there is nothing to
      * replay the changes back from.
       LOAD-CHANNEL-CHANGES.
           IF WS-PREFERRED-CHANNEL = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE "PATRONCHG" TO WS-SCAN-BASE
           PERFORM VARYING WS-WALK-DATE-INT FROM WS-FROM-DATE-INT BY 1
                   UNTIL WS-WALK-DATE-INT > WS-TODAY-DATE-INT
               COMPUTE WS-WALK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WALK-DATE-INT)
               MOVE WS-WALK-DATE-NUM TO WS-SCAN-DATE
               PERFORM SCAN-CHANGE-FILE
           END-PERFORM
           MOVE SPACES TO WS-SCAN-DATE
           PERFORM SCAN-CHANGE-FILE.

       SCAN-CHANGE-FILE.
           PERFORM BUILD-SCAN-NAME
           OPEN INPUT TRACE-CHANGE-FILE
           IF WS-TCHG-STATUS = '35'
               ADD 1 TO WS-STATS-FILES-ABSENT
           ELSE
               IF WS-TCHG-STATUS NOT = '00'
                   DISPLAY "CONTACT-TRACE: UNABLE TO OPEN "
                       WS-SCAN-NAME ", STATUS=" WS-TCHG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STATS-FILES-READ
               PERFORM UNTIL WS-TCHG-STATUS = '10'
                   READ TRACE-CHANGE-FILE
                       AT END
                           MOVE '10' TO WS-TCHG-STATUS
                       NOT AT END
                           IF PCHG-PATRON-ID = WS-TRACE-PATRON-ID
                                   AND PCHG-CHANGED
                                   AND PCHG-FIELD-NAME = 'CHANNEL'
                                   AND PCHG-RUN-DATE
                                       NOT < WS-FROM-DATE
                               PERFORM HOLD-CHANNEL-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRACE-CHANGE-FILE
           END-IF.

       HOLD-CHANNEL-CHANGE.
           IF WS-CHANNEL-CHANGE-COUNT >= 500
               DISPLAY "CONTACT-TRACE: CHANNEL CHANGE TABLE EXCEEDS "
                   "500 ROWS - INCREASE TABLE CAPACITY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CHANNEL-CHANGE-COUNT
           MOVE PCHG-RUN-DATE
               TO WS-CHANGE-RUN-DATE(WS-CHANNEL-CHANGE-COUNT)
           MOVE PCHG-BEFORE-VALUE(1:1)
               TO WS-CHANGE-BEFORE(WS-CHANNEL-CHANGE-COUNT).

       SCAN-OCCASION-FILE.
           PERFORM BUILD-SCAN-NAME
           OPEN INPUT TRACE-OCCASION-FILE
           IF WS-TOCC-STATUS = '35'
               ADD 1 TO WS-STATS-FILES-ABSENT
           ELSE
               IF WS-TOCC-STATUS NOT = '00'
                   DISPLAY "CONTACT-TRACE: UNABLE TO OPEN "
                       WS-SCAN-NAME ", STATUS=" WS-TOCC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STATS-FILES-READ
               PERFORM UNTIL WS-TOCC-STATUS = '10'
                   READ TRACE-OCCASION-FILE
                       AT END
                           MOVE '10' TO WS-TOCC-STATUS
                       NOT AT END
                           IF OCCOUT-PATRON-ID = WS-TRACE-PATRON-ID
                                   AND OCCOUT-TIMESTAMP(1:8)
                                       NOT < WS-FROM-DATE
                                   AND OCCOUT-TIMESTAMP(1:8)
                                       NOT > WS-TO-DATE
                               PERFORM RELEASE-OCCASION-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRACE-OCCASION-FILE
           END-IF.

       RELEASE-OCCASION-EVENT.
           MOVE SPACES TO SORT-TRACE-RECORD
           MOVE OCCOUT-TIMESTAMP TO SORT-TRACE-TIMESTAMP
           IF OCCOUT-BIRTHDAY
               MOVE "BIRTHDAY" TO SORT-TRACE-EVENT
           ELSE
               MOVE "ANNIVERSARY" TO SORT-TRACE-EVENT
           END-IF
           MOVE OCCOUT-DELIVERY-CHANNEL TO SORT-TRACE-CHANNEL
           MOVE OCCOUT-DELIVERY-CHANNEL TO WS-EVENT-CHANNEL
           MOVE OCCOUT-TIMESTAMP(1:8) TO WS-EVENT-DATE
           PERFORM CHECK-EVENT-REROUTED
           EVALUATE TRUE
               WHEN EVENT-REROUTED AND OCCOUT-LATE
                   STRING "LATE, REROUTED FROM " DELIMITED BY SIZE
                           WS-CHANNEL-IN-EFFECT DELIMITED BY SIZE
                       INTO SORT-TRACE-NOTE
               WHEN EVENT-REROUTED
                   STRING "REROUTED FROM " DELIMITED BY SIZE
                           WS-CHANNEL-IN-EFFECT DELIMITED BY SIZE
                       INTO SORT-TRACE-NOTE
               WHEN OCCOUT-LATE
                   MOVE "LATE" TO SORT-TRACE-NOTE
           END-EVALUATE
           MOVE OCCOUT-TEXT TO SORT-TRACE-DETAIL
           PERFORM RELEASE-TRACE-EVENT
           ADD 1 TO WS-STATS-OCCASIONS.

       SCAN-SKIP-FILE.
           PERFORM BUILD-SCAN-NAME
           OPEN INPUT TRACE-SKIP-FILE
           IF WS-TSKP-STATUS = '35'
               ADD 1 TO WS-STATS-FILES-ABSENT
           ELSE
               IF WS-TSKP-STATUS NOT = '00'
                   DISPLAY "CONTACT-TRACE: UNABLE TO OPEN "
                       WS-SCAN-NAME ", STATUS=" WS-TSKP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STATS-FILES-READ
               PERFORM UNTIL WS-TSKP-STATUS = '10'
                   READ TRACE-SKIP-FILE
                       AT END
                           MOVE '10' TO WS-TSKP-STATUS
                       NOT AT END
                           IF SKIP-PATRON-ID = WS-TRACE-PATRON-ID
                                   AND SKIP-TIMESTAMP(1:8)
                                       NOT < WS-FROM-DATE
                                   AND SKIP-TIMESTAMP(1:8)
                                       NOT > WS-TO-DATE
                               MOVE SPACES TO SORT-TRACE-RECORD
                               MOVE SKIP-TIMESTAMP
                                   TO SORT-TRACE-TIMESTAMP
                               MOVE WS-SCAN-EVENT TO SORT-TRACE-EVENT
                               MOVE SKIP-REASON TO SORT-TRACE-NOTE
                               PERFORM RELEASE-TRACE-EVENT
                               ADD 1 TO WS-STATS-SKIPS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRACE-SKIP-FILE
           END-IF.

      * PTRUNCLOG, OCCTRUNCLOG, RETRYEXC and CAMPEXC share one
      * layout; the caller sets WS-SCAN-EVENT to say which kind of
      * exception the rows are.
       SCAN-EXCEPTION-FILE.
           PERFORM BUILD-SCAN-NAME
           OPEN INPUT TRACE-EXCEPTION-FILE
           IF WS-TEXC-STATUS = '35'
               ADD 1 TO WS-STATS-FILES-ABSENT
           ELSE
               IF WS-TEXC-STATUS NOT = '00'
                   DISPLAY "CONTACT-TRACE: UNABLE TO OPEN "
                       WS-SCAN-NAME ", STATUS=" WS-TEXC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STATS-FILES-READ
               PERFORM UNTIL WS-TEXC-STATUS = '10'
                   READ TRACE-EXCEPTION-FILE
                       AT END
                           MOVE '10' TO WS-TEXC-STATUS
                       NOT AT END
                           IF PTEXC-PATRON-ID = WS-TRACE-PATRON-ID
                                   AND PTEXC-TIMESTAMP(1:8)
                                       NOT < WS-FROM-DATE
                                   AND PTEXC-TIMESTAMP(1:8)
                                       NOT > WS-TO-DATE
                               MOVE SPACES TO SORT-TRACE-RECORD
                               MOVE PTEXC-TIMESTAMP
                                   TO SORT-TRACE-TIMESTAMP
                               MOVE WS-SCAN-EVENT TO SORT-TRACE-EVENT
                               MOVE PTEXC-REASON TO SORT-TRACE-NOTE
                               PERFORM RELEASE-TRACE-EVENT
                               ADD 1 TO WS-STATS-EXCEPTIONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRACE-EXCEPTION-FILE
           END-IF.

       SCAN-RETRY-FILE.
           PERFORM BUILD-SCAN-NAME
           OPEN INPUT TRACE-RETRY-FILE
           IF WS-TRTY-STATUS = '35'
               ADD 1 TO WS-STATS-FILES-ABSENT
           ELSE
               IF WS-TRTY-STATUS NOT = '00'
                   DISPLAY "CONTACT-TRACE: UNABLE TO OPEN "
                       WS-SCAN-NAME ", STATUS=" WS-TRTY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STATS-FILES-READ
               PERFORM UNTIL WS-TRTY-STATUS = '10'
                   READ TRACE-RETRY-FILE
                       AT END
                           MOVE '10' TO WS-TRTY-STATUS
                       NOT AT END
                           IF RTOUT-PATRON-ID = WS-TRACE-PATRON-ID
                                   AND RTOUT-TIMESTAMP(1:8)
                                       NOT < WS-FROM-DATE
                                   AND RTOUT-TIMESTAMP(1:8)
                                       NOT > WS-TO-DATE
                               MOVE SPACES TO SORT-TRACE-RECORD
                               MOVE RTOUT-TIMESTAMP
                                   TO SORT-TRACE-TIMESTAMP
                               MOVE "RETRY" TO SORT-TRACE-EVENT
                               MOVE RTOUT-DELIVERY-CHANNEL
                                   TO SORT-TRACE-CHANNEL
                               STRING "ATTEMPT " DELIMITED BY SIZE
                                       RTOUT-ATTEMPT-NUMBER
                                           DELIMITED BY SIZE
                                   INTO SORT-TRACE-NOTE
                               MOVE RTOUT-TEXT TO SORT-TRACE-DETAIL
                               PERFORM RELEASE-TRACE-EVENT
                               ADD 1 TO WS-STATS-RETRIES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRACE-RETRY-FILE
           END-IF.

      * Every transaction keyed against the patron is reported,
      * applied or rejected, with the operator who keyed it - a
      * rejected change is as much an answer to "I asked you to stop
      * texting me" as an applied one.
       SCAN-PREF-LOG-FILE.
           PERFORM BUILD-SCAN-NAME
           OPEN INPUT TRACE-PREF-LOG-FILE
           IF WS-TPTL-STATUS = '35'
               ADD 1 TO WS-STATS-FILES-ABSENT
           ELSE
               IF WS-TPTL-STATUS NOT = '00'
                   DISPLAY "CONTACT-TRACE: UNABLE TO OPEN "
                       WS-SCAN-NAME ", STATUS=" WS-TPTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STATS-FILES-READ
               PERFORM UNTIL WS-TPTL-STATUS = '10'
                   READ TRACE-PREF-LOG-FILE
                       AT END
                           MOVE '10' TO WS-TPTL-STATUS
                       NOT AT END
                           IF PTLOG-PATRON-ID = WS-TRACE-PATRON-ID
                                   AND PTLOG-TIMESTAMP(1:8)
                                       NOT < WS-FROM-DATE
                                   AND PTLOG-TIMESTAMP(1:8)
                                       NOT > WS-TO-DATE
                               PERFORM RELEASE-PREF-CHANGE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRACE-PREF-LOG-FILE
           END-IF.

       RELEASE-PREF-CHANGE-EVENT.
           MOVE SPACES TO SORT-TRACE-RECORD
           MOVE PTLOG-TIMESTAMP TO SORT-TRACE-TIMESTAMP
           MOVE "PREF CHANGE" TO SORT-TRACE-EVENT
           STRING "OPERATOR " DELIMITED BY SIZE
                   PTLOG-OPERATOR-ID DELIMITED BY SIZE
               INTO SORT-TRACE-NOTE
           EVALUATE PTLOG-TRANSACTION-CODE
               WHEN 'A'
                   MOVE "ADD" TO WS-TRANSACTION-NAME
               WHEN 'C'
                   MOVE "CHANGE" TO WS-TRANSACTION-NAME
               WHEN 'D'
                   MOVE "DELETE" TO WS-TRANSACTION-NAME
               WHEN 'R'
                   MOVE "RELEASE" TO WS-TRANSACTION-NAME
               WHEN OTHER
                   MOVE "CODE ?" TO WS-TRANSACTION-NAME
           END-EVALUATE
           STRING WS-TRANSACTION-NAME DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   PTLOG-STATUS DELIMITED BY SIZE
                   " PRT " DELIMITED BY SIZE
                   PTLOG-NO-PRINT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PTLOG-PRINT-EXPIRY DELIMITED BY SIZE
                   " EML " DELIMITED BY SIZE
                   PTLOG-NO-EMAIL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PTLOG-EMAIL-EXPIRY DELIMITED BY SIZE
                   " SMS " DELIMITED BY SIZE
                   PTLOG-NO-SMS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PTLOG-SMS-EXPIRY DELIMITED BY SIZE
               INTO SORT-TRACE-DETAIL
           PERFORM RELEASE-TRACE-EVENT
           ADD 1 TO WS-STATS-PREF-CHANGES.

       SCAN-CONFIRMATION-FILE.
           PERFORM BUILD-SCAN-NAME
           OPEN INPUT TRACE-CONFIRMATION-FILE
           IF WS-TCNF-STATUS = '35'
               ADD 1 TO WS-STATS-FILES-ABSENT
           ELSE
               IF WS-TCNF-STATUS NOT = '00'
                   DISPLAY "CONTACT-TRACE: UNABLE TO OPEN "
                       WS-SCAN-NAME ", STATUS=" WS-TCNF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STATS-FILES-READ
               PERFORM UNTIL WS-TCNF-STATUS = '10'
                   READ TRACE-CONFIRMATION-FILE
                       AT END
                           MOVE '10' TO WS-TCNF-STATUS
                       NOT AT END
                           IF DLVCF-PATRON-ID = WS-TRACE-PATRON-ID
                                   AND DLVCF-TIMESTAMP(1:8)
                                       NOT < WS-FROM-DATE
                                   AND DLVCF-TIMESTAMP(1:8)
                                       NOT > WS-TO-DATE
                               PERFORM RELEASE-CONFIRMATION-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRACE-CONFIRMATION-FILE
           END-IF.

       RELEASE-CONFIRMATION-EVENT.
           MOVE SPACES TO SORT-TRACE-RECORD
           MOVE DLVCF-TIMESTAMP TO SORT-TRACE-TIMESTAMP
           MOVE DLVCF-CHANNEL TO SORT-TRACE-CHANNEL
           EVALUATE TRUE
               WHEN DLVCF-CONFIRMED
                   MOVE "DELIVERED" TO SORT-TRACE-EVENT
                   MOVE "CONFIRMED BY VENDOR" TO SORT-TRACE-NOTE
                   ADD 1 TO WS-STATS-CONFIRMED
               WHEN DLVCF-FAILED
                   MOVE "DELIV FAILED" TO SORT-TRACE-EVENT
                   IF DLVCF-HARD-FAILURE
                       STRING "HARD FAILURE AT VENDOR "
                               DELIMITED BY SIZE
                               DLVCF-REASON-CODE DELIMITED BY SIZE
                           INTO SORT-TRACE-NOTE
                   ELSE
                       STRING "SOFT FAILURE AT VENDOR "
                               DELIMITED BY SIZE
                               DLVCF-REASON-CODE DELIMITED BY SIZE
                           INTO SORT-TRACE-NOTE
                   END-IF
                   ADD 1 TO WS-STATS-FAILED
               WHEN OTHER
                   MOVE "DELIV STATUS" TO SORT-TRACE-EVENT
                   STRING "UNRECOGNISED STATUS " DELIMITED BY SIZE
                           DLVCF-STATUS DELIMITED BY SIZE
                       INTO SORT-TRACE-NOTE
           END-EVALUATE
           PERFORM RELEASE-TRACE-EVENT.

       RELEASE-TRACE-EVENT.
           ADD 1 TO WS-EVENT-SEQUENCE
           MOVE WS-EVENT-SEQUENCE TO SORT-TRACE-SEQUENCE
           MOVE WS-SCAN-NAME TO SORT-TRACE-SOURCE
           RELEASE SORT-TRACE-RECORD.

      * SORT output procedure: the events back in time order, one
      * report row each.
       WRITE-TRACE-EVENTS.
           PERFORM RETURN-SORTED-EVENT
           PERFORM UNTIL END-OF-SORTED-EVENTS
               MOVE SPACES TO TRACE-REPORT-RECORD
               MOVE SORT-TRACE-TIMESTAMP TO TRPT-TIMESTAMP
               MOVE SORT-TRACE-EVENT TO TRPT-EVENT
               MOVE SORT-TRACE-CHANNEL TO TRPT-CHANNEL
               MOVE SORT-TRACE-NOTE TO TRPT-NOTE
               MOVE SORT-TRACE-DETAIL TO TRPT-DETAIL
               MOVE SORT-TRACE-SOURCE TO TRPT-SOURCE
               WRITE TRACE-REPORT-RECORD
               ADD 1 TO WS-STATS-EVENTS-REPORTED
               PERFORM RETURN-SORTED-EVENT
           END-PERFORM.

       RETURN-SORTED-EVENT.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED-EVENTS TO TRUE
           END-RETURN.

       WRITE-TRACE-TRAILER.
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE "END OF TRACE" TO TRPT-EVENT
           STRING "EVENTS " DELIMITED BY SIZE
                   WS-STATS-EVENTS-REPORTED DELIMITED BY SIZE
               INTO TRPT-NOTE
           WRITE TRACE-REPORT-RECORD.

       CLOSE-FILES.
           IF NOT NO-MASTER-ON-FILE
               CLOSE PATRON-MASTER-FILE
           END-IF
           IF NOT NO-HISTORY-ON-FILE
               CLOSE GREETING-HISTORY-FILE
           END-IF
           IF NOT NO-PREFS-ON-FILE
               CLOSE PREFERENCES-FILE
           END-IF
           IF NOT NO-RETRY-HIST-ON-FILE
               CLOSE RETRY-HISTORY-FILE
           END-IF
           CLOSE TRACE-REPORT-FILE.

       WRITE-STATISTICS-SUMMARY.
           DISPLAY "CONTACT-TRACE: ===== RUN SUMMARY ====="
           DISPLAY "CONTACT-TRACE: PATRON TRACED:        "
               WS-TRACE-PATRON-ID
           DISPLAY "CONTACT-TRACE: DATE RANGE:           "
               WS-FROM-DATE " - " WS-TO-DATE
           DISPLAY "CONTACT-TRACE: FILES READ:           "
               WS-STATS-FILES-READ
           DISPLAY "CONTACT-TRACE: FILES NOT ON FILE:    "
               WS-STATS-FILES-ABSENT
           DISPLAY "CONTACT-TRACE: GREETINGS:            "
               WS-STATS-GREETINGS
           DISPLAY "CONTACT-TRACE: OCCASION GREETINGS:   "
               WS-STATS-OCCASIONS
           DISPLAY "CONTACT-TRACE: SKIPS:                "
               WS-STATS-SKIPS
           DISPLAY "CONTACT-TRACE: EXCEPTIONS:           "
               WS-STATS-EXCEPTIONS
           DISPLAY "CONTACT-TRACE: DELIVERIES CONFIRMED: "
               WS-STATS-CONFIRMED
           DISPLAY "CONTACT-TRACE: DELIVERIES FAILED:    "
               WS-STATS-FAILED
           DISPLAY "CONTACT-TRACE: RETRY ATTEMPTS:       "
               WS-STATS-RETRIES
           DISPLAY "CONTACT-TRACE: PREFERENCE CHANGES:   "
               WS-STATS-PREF-CHANGES
           DISPLAY "CONTACT-TRACE: EVENTS REPORTED:      "
               WS-STATS-EVENTS-REPORTED
           DISPLAY "CONTACT-TRACE: ===== END OF SUMMARY =====".

       END PROGRAM contact-trace.
