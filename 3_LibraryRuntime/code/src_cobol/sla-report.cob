       IDENTIFICATION DIVISION.
       PROGRAM-ID. sla-report.

      * Vendor delivery turnaround.  Each vendor contract promises a
      * turnaround - email within so many hours, SMS the same day,
      * printed cards within so many business days - and until now
      * nothing checked it, although GRTOUT-TIMESTAMP records when we
      * generated each greeting and DLVCF-TIMESTAMP when the vendor
      * says it acted on it.  This job pairs every confirmation on
      * DELVCONF with the greeting it answers, from the current files
      * and the dated archives, and measures the time between them
      * per channel and per home branch.  The report, SLARPT, shows
      * the 50th, 90th and 95th percentile and longest turnaround, the
      * answers that came in later than the contracted turnaround on
      * VENDSLA allowed, and - aged out against the same turnaround
      * as of the moment the report runs - the greetings the vendor
      * has never answered at all.  Those are also listed by the day
      * they were generated: a slow vendor shows up as breaches and a
      * long tail spread across the quarter, a file that never reached
      * the vendor as one day with nothing answered.
      *
      * A greeting is any row the vendor was sent: welcome greetings
      * (GREETPRT/EML/SMS), occasion greetings (GREETOCC), campaign
      * greetings (CAMPPRT/EML/SMS) and retries (RETRYPRT/EML/SMS).  A
      * confirmation names only the patron and channel, so greetings
      * and confirmations are sorted together by patron, channel and
      * time and each confirmation, delivered or failed, answers the
      * latest greeting before it that is still unanswered - a patron
      * whose earlier greeting was lost in a missing file then shows
      * that one as unanswered, not as a very slow answer to it.  A
      * confirmation repeated row for row, as happens when a vendor
      * drop is read twice, is counted once.
      *
      * Parameters come from the environment the same way the other
      * inquiries take theirs: GREET_SLA_FROM_DATE / GREET_SLA_TO_DATE
      * (YYYYMMDD) bound the greetings measured, defaulting to the last
      * full calendar quarter, capped at 366 days.  Greeting files and
      * DELVCONF are both read from a week before the period through
      * to today: an answer can arrive long after the greeting, and a
      * greeting sent after the period has to be there to absorb its
      * own confirmation, or that confirmation would be paired with
      * an unanswered greeting from the period and show a lost file
      * as a slow vendor.  Greetings outside the period are paired
      * but not measured.
      * VENDSLA is required, the same way invoice-verify requires
      * VENDRATE; a channel with no turnaround on file is still
      * measured, but nothing on it is judged a breach.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-SLA-FILE ASSIGN TO "VENDSLA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.

      * One SELECT per file layout, all assigned through the one data
      * name restrung before each open - every dated archive in the
      * walk, then the current file - the same dynamic-name approach
      * invoice-verify and contact-trace use.  Only one of them is
      * ever open at a time.
           SELECT SCAN-GREETING-FILE ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGRT-STATUS.

           SELECT SCAN-OCCASION-FILE ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOCC-STATUS.

           SELECT SCAN-RETRY-FILE ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRTY-STATUS.

           SELECT SCAN-CONFIRMATION-FILE ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCNF-STATUS.

      * One row per greeting measured, answered or not, written while
      * the pairs are made and then sorted twice for the percentiles -
      * once by channel and branch, once by channel alone.
           SELECT TURNAROUND-WORK-FILE ASSIGN TO "SLAWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TWRK-STATUS.

           SELECT SLA-REPORT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRPT-STATUS.

           SELECT PAIRING-SORT-FILE ASSIGN TO "SLASRT".

           SELECT TURNAROUND-SORT-FILE ASSIGN TO "SLATSRT".

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-SLA-FILE.
           COPY "vendor-sla-record.cpy".

       FD  SCAN-GREETING-FILE.
           COPY "greeting-output.cpy".

       FD  SCAN-OCCASION-FILE.
           COPY "occasion-output-record.cpy".

       FD  SCAN-RETRY-FILE.
           COPY "retry-output-record.cpy".

       FD  SCAN-CONFIRMATION-FILE.
           COPY "delivery-confirmation-record.cpy".

       FD  TURNAROUND-WORK-FILE.
       01  TURNAROUND-WORK-RECORD.
           05  TWRK-CHANNEL             PIC X(1).
           05  TWRK-BRANCH-CODE         PIC X(4).
           05  TWRK-OUTCOME             PIC X(1).
           05  TWRK-MINUTES             PIC 9(7).

       FD  SLA-REPORT-FILE.
           COPY "sla-report-record.cpy".

      * Greetings sort ahead of a confirmation stamped the same moment,
      * so the confirmation always finds the greeting it answers.
       SD  PAIRING-SORT-FILE.
       01  PAIRING-SORT-RECORD.
           05  PSRT-PATRON-ID           PIC X(10).
           05  PSRT-CHANNEL             PIC X(1).
           05  PSRT-TIMESTAMP           PIC X(21).
           05  PSRT-KIND                PIC X(1).
               88  PSRT-GREETING            VALUE '1'.
               88  PSRT-CONFIRMATION        VALUE '2'.
           05  PSRT-BRANCH-CODE         PIC X(4).
           05  PSRT-STATUS              PIC X(1).

      * Answered rows (A) sort ahead of unanswered ones (U), each in
      * ascending turnaround, so the percentiles are read off by rank.
       SD  TURNAROUND-SORT-FILE.
       01  TURNAROUND-SORT-RECORD.
           05  TSRT-CHANNEL             PIC X(1).
           05  TSRT-BRANCH-CODE         PIC X(4).
           05  TSRT-OUTCOME             PIC X(1).
               88  TSRT-ANSWERED            VALUE 'A'.
           05  TSRT-MINUTES             PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-SLA-STATUS                PIC XX.
       01  WS-SGRT-STATUS               PIC XX.
       01  WS-SOCC-STATUS               PIC XX.
       01  WS-SRTY-STATUS               PIC XX.
       01  WS-SCNF-STATUS               PIC XX.
       01  WS-TWRK-STATUS               PIC XX.
       01  WS-SRPT-STATUS               PIC XX.
       01  WS-SLA-EOF-FLAG              PIC X VALUE 'N'.
           88  END-OF-SLA-FILE              VALUE 'Y'.
       01  WS-SORT-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-SORTED-ROWS           VALUE 'Y'.

      * Channel codes and names, in the order the channel tables are
      * subscripted.
       01  WS-CHANNEL-CODE-VALUES       PIC X(3) VALUE 'PES'.
       01  WS-CHANNEL-CODE-TABLE REDEFINES WS-CHANNEL-CODE-VALUES.
           05  WS-CHANNEL-CODE          PIC X(1) OCCURS 3 TIMES.
       01  WS-CHANNEL-NAME-VALUES       PIC X(15)
               VALUE 'PRINTEMAILSMS  '.
       01  WS-CHANNEL-NAME-TABLE REDEFINES WS-CHANNEL-NAME-VALUES.
           05  WS-CHANNEL-NAME          PIC X(5) OCCURS 3 TIMES.
       01  WS-CHANNEL-WANTED            PIC X(1).
       01  WS-CHANNEL-NUMBER            PIC 9(1).
       01  WS-CHANNEL-SUB               PIC 9(1).
       01  WS-CHANNEL-FIND-SUB          PIC 9(1).

      * The contracted turnarounds, loaded once - VENDSLA is a short
      * hand-maintained table, held in memory and searched per
      * greeting the way invoice-verify holds VENDRATE.
       01  WS-SLA-COUNT                 PIC 9(4) VALUE 0.
       01  WS-SLA-TABLE.
           05  WS-SLA-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SLA-COUNT
                   INDEXED BY WS-SLA-IDX.
               10  WS-SLA-VENDOR-ID     PIC X(8).
               10  WS-SLA-CHANNEL       PIC X(1).
               10  WS-SLA-EFFECTIVE     PIC X(8).
               10  WS-SLA-UNIT          PIC X(1).
               10  WS-SLA-LIMIT         PIC 9(3).

      * The turnaround in force for one greeting, found by channel and
      * the day the greeting was generated.
       01  WS-SLA-DATE-WANTED           PIC X(8).
       01  WS-SLA-FOUND-FLAG            PIC X VALUE 'N'.
           88  SLA-IN-FORCE-FOUND           VALUE 'Y'.
       01  WS-SLA-IN-FORCE-EFFECTIVE    PIC X(8).
       01  WS-SLA-IN-FORCE-UNIT         PIC X(1).
       01  WS-SLA-IN-FORCE-LIMIT        PIC 9(3).
       01  WS-SLA-LIMIT-MINUTES         PIC 9(7).
       01  WS-SLA-UNIT-NAME             PIC X(13).
       01  WS-BREACH-FLAG               PIC X VALUE 'N'.
           88  SLA-BREACHED                 VALUE 'Y'.

      * The period measured, checked and converted once.  The walk
      * starts a week before the period, for the same missed-night
      * reason as contact-trace's slack week, and reads greeting files
      * and confirmations alike through to today.
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
       01  WS-TODAY-DATE-INT            PIC 9(8).
       01  WS-RANGE-DAYS                PIC 9(8).
       01  WS-MAX-RANGE-DAYS            PIC 9(4) VALUE 366.
       01  WS-QUARTER-YEAR              PIC 9(4).
       01  WS-QUARTER-MONTH             PIC 9(2).
       01  WS-QUARTER-NUMBER            PIC 9(2).
       01  WS-QUARTER-OFFSET            PIC 9(2).
       01  WS-ARCHIVE-SLACK-DAYS        PIC 9(4) VALUE 7.
       01  WS-WALK-DATE-INT             PIC 9(8).
       01  WS-WALK-FIRST-INT            PIC 9(8).
       01  WS-WALK-DATE-NUM             PIC 9(8).
       01  WS-NOW-TIMESTAMP             PIC X(21).

      * Base name of the file being scanned and the archive date
      * wanted - SPACES means the current, undated file.
       01  WS-SCAN-BASE                 PIC X(8).
       01  WS-SCAN-DATE                 PIC X(8).
       01  WS-SCAN-NAME                 PIC X(17).
       01  WS-CHANNEL-SUFFIX            PIC X(3).

      * A stamp's date must be a real date for the row to be used at
      * all; the time of day and the UTC offset are taken when they
      * are digits and as zero when they aren't.
       01  WS-ROW-STAMP                 PIC X(21).
       01  WS-ROW-STAMP-VALID-FLAG      PIC X VALUE 'N'.
           88  ROW-STAMP-VALID              VALUE 'Y'.
       01  WS-STAMP-WORK.
           05  WS-STAMP-DATE            PIC 9(8).
           05  WS-STAMP-HOUR            PIC 9(2).
           05  WS-STAMP-MINUTE          PIC 9(2).
           05  FILLER                   PIC X(4).
           05  WS-STAMP-OFFSET-SIGN     PIC X(1).
           05  WS-STAMP-OFFSET-HOUR     PIC 9(2).
           05  WS-STAMP-OFFSET-MINUTE   PIC 9(2).
       01  WS-STAMP-MINUTES             PIC S9(5).

      * Elapsed time from WS-START-STAMP to WS-END-STAMP.
       01  WS-START-STAMP               PIC X(21).
       01  WS-END-STAMP                 PIC X(21).
       01  WS-START-DATE-INT            PIC 9(8).
       01  WS-END-DATE-INT              PIC 9(8).
       01  WS-START-MINUTES             PIC S9(5).
       01  WS-END-MINUTES               PIC S9(5).
       01  WS-ELAPSED-SIGNED            PIC S9(9).
       01  WS-ELAPSED-MINUTES           PIC 9(7).
       01  WS-ELAPSED-DAYS              PIC 9(5).
       01  WS-ELAPSED-BUSINESS-DAYS     PIC 9(5).
       01  WS-BUSINESS-DAY-INT          PIC 9(8).
       01  WS-BUSINESS-FIRST-INT        PIC 9(8).

      * The greetings of one patron and channel not yet answered, in
      * the order they were generated - a confirmation answers the
      * last one.  A greeting outside the period is held so it can
      * absorb its own confirmation, but isn't measured.
       01  WS-GROUP-PATRON-ID           PIC X(10) VALUE SPACES.
       01  WS-GROUP-CHANNEL             PIC X(1) VALUE SPACES.
       01  WS-PEND-COUNT                PIC 9(4) VALUE 0.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-PEND-IDX.
               10  WS-PEND-TIMESTAMP    PIC X(21).
               10  WS-PEND-BRANCH-CODE  PIC X(4).
               10  WS-PEND-IN-PERIOD    PIC X(1).
                   88  PEND-IN-PERIOD       VALUE 'Y'.
       01  WS-LAST-CONFIRMATION         PIC X(23) VALUE SPACES.
       01  WS-THIS-CONFIRMATION         PIC X(23).
       01  WS-MEASURE-TIMESTAMP         PIC X(21).
       01  WS-MEASURE-BRANCH-CODE       PIC X(4).
       01  WS-MEASURE-OUTCOME           PIC X(1).
           88  MEASURE-ANSWERED             VALUE 'A'.
           88  MEASURE-UNANSWERED           VALUE 'U'.
       01  WS-MEASURE-STATUS            PIC X(1).
       01  WS-DAY-SUB                   PIC 9(4).

      * Per channel and home branch, the same tally-table idiom the
      * run summaries use.  Turnaround figures are in minutes.
       01  WS-GROUP-COUNT               PIC 9(4) VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 1 TO 600 TIMES
                   DEPENDING ON WS-GROUP-COUNT
                   INDEXED BY WS-GROUP-IDX.
               10  WS-GRP-CHANNEL       PIC X(1).
               10  WS-GRP-BRANCH-CODE   PIC X(4).
               10  WS-GRP-GENERATED     PIC 9(8).
               10  WS-GRP-ANSWERED      PIC 9(8).
               10  WS-GRP-FAILED        PIC 9(8).
               10  WS-GRP-BREACHES      PIC 9(8).
               10  WS-GRP-AGED-OUT      PIC 9(8).
               10  WS-GRP-PENDING       PIC 9(8).
               10  WS-GRP-NO-SLA        PIC 9(8).
               10  WS-GRP-P50           PIC 9(7).
               10  WS-GRP-P90           PIC 9(7).
               10  WS-GRP-P95           PIC 9(7).
               10  WS-GRP-MAX           PIC 9(7).
       01  WS-GROUP-FOUND-FLAG          PIC X VALUE 'N'.
           88  GROUP-ENTRY-FOUND            VALUE 'Y'.
       01  WS-GROUP-BRANCH-WANTED       PIC X(4).

      * The same figures per channel across all branches, with the
      * confirmations that answered nothing and the repeats dropped.
       01  WS-CHANNEL-TOTALS.
           05  WS-CHAN-ENTRY OCCURS 3 TIMES.
               10  WS-CHAN-GENERATED    PIC 9(8).
               10  WS-CHAN-ANSWERED     PIC 9(8).
               10  WS-CHAN-FAILED       PIC 9(8).
               10  WS-CHAN-BREACHES     PIC 9(8).
               10  WS-CHAN-AGED-OUT     PIC 9(8).
               10  WS-CHAN-PENDING      PIC 9(8).
               10  WS-CHAN-NO-SLA       PIC 9(8).
               10  WS-CHAN-P50          PIC 9(7).
               10  WS-CHAN-P90          PIC 9(7).
               10  WS-CHAN-P95          PIC 9(7).
               10  WS-CHAN-MAX          PIC 9(7).
               10  WS-CHAN-UNMATCHED    PIC 9(8).
               10  WS-CHAN-REPEATED     PIC 9(8).
               10  WS-CHAN-REPORTED     PIC X(1).
                   88  CHANNEL-REPORTED     VALUE 'Y'.

      * Per channel and the day each greeting was generated, one slot
      * per day of the period.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 366 TIMES.
               10  WS-DAY-CHANNEL OCCURS 3 TIMES.
                   15  WS-DAY-GENERATED PIC 9(8).
                   15  WS-DAY-ANSWERED  PIC 9(8).
                   15  WS-DAY-AGED-OUT  PIC 9(8).
       01  WS-DAY-DATE-NUM              PIC 9(8).

      * Percentile ranks for the group being read back from the sort
      * - nearest rank, so the 90th percentile of 20 answers is the
      * 18th fastest.
       01  WS-PCT-CHANNEL               PIC X(1).
       01  WS-PCT-BRANCH-CODE           PIC X(4).
       01  WS-PCT-ANSWERED              PIC 9(8).
       01  WS-PCT-POSITION              PIC 9(8).
       01  WS-PCT-RANK-50               PIC 9(8).
       01  WS-PCT-RANK-90               PIC 9(8).
       01  WS-PCT-RANK-95               PIC 9(8).
       01  WS-PCT-P50                   PIC 9(7).
       01  WS-PCT-P90                   PIC 9(7).
       01  WS-PCT-P95                   PIC 9(7).
       01  WS-PCT-MAX                   PIC 9(7).

      * Report line figures, staged so one paragraph writes a channel
      * line and a branch line alike.  Hours to one decimal.
       01  WS-LINE-LABEL                PIC X(20).
       01  WS-LINE-GENERATED            PIC 9(8).
       01  WS-LINE-ANSWERED             PIC 9(8).
       01  WS-LINE-FAILED               PIC 9(8).
       01  WS-LINE-BREACHES             PIC 9(8).
       01  WS-LINE-AGED-OUT             PIC 9(8).
       01  WS-LINE-PENDING              PIC 9(8).
       01  WS-LINE-NO-SLA               PIC 9(8).
       01  WS-LINE-P50                  PIC 9(7).
       01  WS-LINE-P90                  PIC 9(7).
       01  WS-LINE-P95                  PIC 9(7).
       01  WS-LINE-MAX                  PIC 9(7).
       01  WS-HOURS                     PIC 9(5)V9.
       01  WS-EDIT-P50                  PIC 9(5).9.
       01  WS-EDIT-P90                  PIC 9(5).9.
       01  WS-EDIT-P95                  PIC 9(5).9.
       01  WS-EDIT-MAX                  PIC 9(5).9.
       01  WS-SLA-LINES-WRITTEN         PIC 9(4).

       01  WS-STATS-SLA-ROWS-IGNORED    PIC 9(8) VALUE 0.
       01  WS-STATS-FILES-READ          PIC 9(8) VALUE 0.
       01  WS-STATS-GREETINGS-READ      PIC 9(8) VALUE 0.
       01  WS-STATS-CONFIRMATIONS-READ  PIC 9(8) VALUE 0.
       01  WS-STATS-UNREADABLE          PIC 9(8) VALUE 0.
       01  WS-STATS-MEASURED            PIC 9(8) VALUE 0.
       01  WS-STATS-ANSWERED            PIC 9(8) VALUE 0.
       01  WS-STATS-BREACHES            PIC 9(8) VALUE 0.
       01  WS-STATS-AGED-OUT            PIC 9(8) VALUE 0.
       01  WS-STATS-PENDING             PIC 9(8) VALUE 0.
       01  WS-STATS-UNMATCHED           PIC 9(8) VALUE 0.
       01  WS-STATS-REPEATED            PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-SLA-PARAMETERS
           PERFORM OPEN-FILES
           PERFORM LOAD-SLA-TABLE
           PERFORM WRITE-REPORT-HEADING
           OPEN OUTPUT TURNAROUND-WORK-FILE
           IF WS-TWRK-STATUS NOT = '00'
               DISPLAY "SLA-REPORT: UNABLE TO OPEN SLAWORK, STATUS="
                   WS-TWRK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT PAIRING-SORT-FILE
               ON ASCENDING KEY PSRT-PATRON-ID
                                PSRT-CHANNEL
                                PSRT-TIMESTAMP
                                PSRT-KIND
               INPUT PROCEDURE IS COLLECT-PAIRING-ROWS
               OUTPUT PROCEDURE IS PAIR-CONFIRMATIONS
           CLOSE TURNAROUND-WORK-FILE
      * Channel percentiles first, so each channel's own line is ready
      * to head its branch lines when the second sort writes them.
           SORT TURNAROUND-SORT-FILE
               ON ASCENDING KEY TSRT-CHANNEL
                                TSRT-OUTCOME
                                TSRT-MINUTES
               USING TURNAROUND-WORK-FILE
               OUTPUT PROCEDURE IS TAKE-CHANNEL-PERCENTILES
           SORT TURNAROUND-SORT-FILE
               ON ASCENDING KEY TSRT-CHANNEL
                                TSRT-BRANCH-CODE
                                TSRT-OUTCOME
                                TSRT-MINUTES
               USING TURNAROUND-WORK-FILE
               OUTPUT PROCEDURE IS WRITE-BRANCH-SECTIONS
           PERFORM WRITE-QUIET-CHANNELS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-FILES
           PERFORM WRITE-STATISTICS-SUMMARY
           STOP RUN.

      * The period defaults to the last full calendar quarter before
      * today - the quarter the vendor review looks back on.  A date
      * that isn't a real YYYYMMDD is ignored with a warning and the
      * default kept, the same override pattern contact-trace uses.
       INITIALIZE-SLA-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP
           MOVE WS-NOW-TIMESTAMP(1:8) TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
           MOVE WS-TODAY-DATE-NUM(1:4) TO WS-QUARTER-YEAR
           MOVE WS-TODAY-DATE-NUM(5:2) TO WS-QUARTER-MONTH
      * Back to the first month of the quarter: January, April, July
      * or October.
           SUBTRACT 1 FROM WS-QUARTER-MONTH
           DIVIDE 3 INTO WS-QUARTER-MONTH
               GIVING WS-QUARTER-NUMBER REMAINDER WS-QUARTER-OFFSET
           COMPUTE WS-QUARTER-MONTH = WS-QUARTER-MONTH
               - WS-QUARTER-OFFSET + 1
           COMPUTE WS-CANDIDATE-DATE-NUM =
               WS-QUARTER-YEAR * 10000 + WS-QUARTER-MONTH * 100 + 1
           COMPUTE WS-TO-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CANDIDATE-DATE-NUM) - 1)
           MOVE WS-TO-DATE-NUM(1:4) TO WS-QUARTER-YEAR
           MOVE WS-TO-DATE-NUM(5:2) TO WS-QUARTER-MONTH
           SUBTRACT 1 FROM WS-QUARTER-MONTH
           DIVIDE 3 INTO WS-QUARTER-MONTH
               GIVING WS-QUARTER-NUMBER REMAINDER WS-QUARTER-OFFSET
           COMPUTE WS-QUARTER-MONTH = WS-QUARTER-MONTH
               - WS-QUARTER-OFFSET + 1
           COMPUTE WS-FROM-DATE-NUM =
               WS-QUARTER-YEAR * 10000 + WS-QUARTER-MONTH * 100 + 1
           ACCEPT WS-FROM-DATE-TEXT
               FROM ENVIRONMENT "GREET_SLA_FROM_DATE"
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
                   DISPLAY "SLA-REPORT: GREET_SLA_FROM_DATE '"
                       WS-FROM-DATE-TEXT
                       "' IS NOT YYYYMMDD - IGNORING OVERRIDE"
               END-IF
           END-IF
           ACCEPT WS-TO-DATE-TEXT
               FROM ENVIRONMENT "GREET_SLA_TO_DATE"
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
                   DISPLAY "SLA-REPORT: GREET_SLA_TO_DATE '"
                       WS-TO-DATE-TEXT
                       "' IS NOT YYYYMMDD - IGNORING OVERRIDE"
               END-IF
           END-IF
           IF WS-FROM-DATE-NUM > WS-TO-DATE-NUM
               DISPLAY "SLA-REPORT: FROM DATE " WS-FROM-DATE-NUM
                   " IS AFTER TO DATE " WS-TO-DATE-NUM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TO-DATE-NUM > WS-TODAY-DATE-NUM
               DISPLAY "SLA-REPORT: TO DATE " WS-TO-DATE-NUM
                   " IS AFTER TODAY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-FROM-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-NUM)
           COMPUTE WS-TO-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE-NUM)
           COMPUTE WS-RANGE-DAYS = WS-TO-DATE-INT - WS-FROM-DATE-INT + 1
           IF WS-RANGE-DAYS > WS-MAX-RANGE-DAYS
               DISPLAY "SLA-REPORT: RANGE OF " WS-RANGE-DAYS
                   " DAYS EXCEEDS " WS-MAX-RANGE-DAYS
                   " - NARROW THE DATE RANGE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-WALK-FIRST-INT =
               WS-FROM-DATE-INT - WS-ARCHIVE-SLACK-DAYS
           MOVE WS-FROM-DATE-NUM TO WS-FROM-DATE
           MOVE WS-TO-DATE-NUM TO WS-TO-DATE
           INITIALIZE WS-CHANNEL-TOTALS WS-DAY-TABLE.

      * VENDSLA is required - a turnaround check with no contract to
      * check against is a setup error, fatal the same way a missing
      * VENDRATE is to invoice-verify.
       OPEN-FILES.
           OPEN INPUT VENDOR-SLA-FILE
           IF WS-SLA-STATUS NOT = '00'
               DISPLAY "SLA-REPORT: UNABLE TO OPEN VENDSLA, STATUS="
                   WS-SLA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SLA-REPORT-FILE
           IF WS-SRPT-STATUS NOT = '00'
               DISPLAY "SLA-REPORT: UNABLE TO OPEN SLARPT, STATUS="
                   WS-SRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A row that can't be used - unknown channel or unit, a date
      * that isn't a real date, a limit that isn't a number - is
      * reported and left out rather than loaded as a zero turnaround
      * that every greeting would breach.
       LOAD-SLA-TABLE.
           PERFORM READ-SLA-FILE
           PERFORM UNTIL END-OF-SLA-FILE
               MOVE SLA-CHANNEL TO WS-CHANNEL-WANTED
               PERFORM FIND-CHANNEL-NUMBER
               MOVE 0 TO WS-CANDIDATE-DATE-NUM
               IF SLA-EFFECTIVE-DATE IS NUMERIC
                   MOVE SLA-EFFECTIVE-DATE TO WS-CANDIDATE-DATE-NUM
               END-IF
               IF WS-CHANNEL-NUMBER = 0
                       OR WS-CANDIDATE-DATE-NUM = 0
                       OR FUNCTION TEST-DATE-YYYYMMDD(
                           WS-CANDIDATE-DATE-NUM) NOT = 0
                       OR NOT (SLA-UNIT-HOURS OR SLA-UNIT-DAYS
                           OR SLA-UNIT-BUSINESS-DAYS)
                       OR SLA-LIMIT IS NOT NUMERIC
                   DISPLAY "SLA-REPORT: VENDSLA ROW FOR "
                       SLA-VENDOR-ID " " SLA-CHANNEL " "
                       SLA-EFFECTIVE-DATE " IS NOT VALID - IGNORED"
                   ADD 1 TO WS-STATS-SLA-ROWS-IGNORED
               ELSE
                   IF WS-SLA-COUNT >= 200
                       DISPLAY "SLA-REPORT: SLA TABLE EXCEEDS "
                           "200 ROWS - INCREASE TABLE CAPACITY"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SLA-COUNT
                   MOVE SLA-VENDOR-ID TO WS-SLA-VENDOR-ID(WS-SLA-COUNT)
                   MOVE SLA-CHANNEL TO WS-SLA-CHANNEL(WS-SLA-COUNT)
                   MOVE SLA-EFFECTIVE-DATE
                       TO WS-SLA-EFFECTIVE(WS-SLA-COUNT)
                   MOVE SLA-UNIT TO WS-SLA-UNIT(WS-SLA-COUNT)
                   MOVE SLA-LIMIT TO WS-SLA-LIMIT(WS-SLA-COUNT)
               END-IF
               PERFORM READ-SLA-FILE
           END-PERFORM
           CLOSE VENDOR-SLA-FILE.

       READ-SLA-FILE.
           READ VENDOR-SLA-FILE
               AT END
                   SET END-OF-SLA-FILE TO TRUE
           END-READ.

      * WS-CHANNEL-NUMBER is the subscript into the channel tables for
      * WS-CHANNEL-WANTED, zero for a code that isn't a channel.  It
      * keeps a subscript of its own, since it is performed from
      * inside loops that vary WS-CHANNEL-SUB.
       FIND-CHANNEL-NUMBER.
           MOVE 0 TO WS-CHANNEL-NUMBER
           PERFORM VARYING WS-CHANNEL-FIND-SUB FROM 1 BY 1
                   UNTIL WS-CHANNEL-FIND-SUB > 3
               IF WS-CHANNEL-CODE(WS-CHANNEL-FIND-SUB)
                       = WS-CHANNEL-WANTED
                   MOVE WS-CHANNEL-FIND-SUB TO WS-CHANNEL-NUMBER
               END-IF
           END-PERFORM.

      * The row for WS-CHANNEL-WANTED with the latest effective date
      * on or before WS-SLA-DATE-WANTED, the same rule invoice-verify
      * applies to rates.
       FIND-SLA-IN-FORCE.
           MOVE 'N' TO WS-SLA-FOUND-FLAG
           MOVE SPACES TO WS-SLA-IN-FORCE-EFFECTIVE
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > WS-SLA-COUNT
               IF WS-SLA-CHANNEL(WS-SLA-IDX) = WS-CHANNEL-WANTED
                       AND WS-SLA-EFFECTIVE(WS-SLA-IDX)
                           NOT > WS-SLA-DATE-WANTED
                       AND (NOT SLA-IN-FORCE-FOUND
                           OR WS-SLA-EFFECTIVE(WS-SLA-IDX)
                               > WS-SLA-IN-FORCE-EFFECTIVE)
                   SET SLA-IN-FORCE-FOUND TO TRUE
                   MOVE WS-SLA-EFFECTIVE(WS-SLA-IDX)
                       TO WS-SLA-IN-FORCE-EFFECTIVE
                   MOVE WS-SLA-UNIT(WS-SLA-IDX)
                       TO WS-SLA-IN-FORCE-UNIT
                   MOVE WS-SLA-LIMIT(WS-SLA-IDX)
                       TO WS-SLA-IN-FORCE-LIMIT
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "VENDOR DELIVERY TURNAROUND - GREETINGS GENERATED "
                   DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
                   " - AS OF " DELIMITED BY SIZE
                   WS-NOW-TIMESTAMP(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOW-TIMESTAMP(9:4) DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "TURNAROUND IN HOURS FROM GREETING TO VENDOR "
                   DELIMITED BY SIZE
                   "CONFIRMATION, DELIVERED OR FAILED; PERCENTILES "
                   DELIMITED BY SIZE
                   "ARE NEAREST RANK OVER ANSWERED GREETINGS"
                   DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE SPACES TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD.

      * SORT input procedure: every dated archive in the walk, oldest
      * first, then the current files the nightly jobs haven't rolled
      * yet, greeting files and confirmations alike.
       COLLECT-PAIRING-ROWS.
           PERFORM VARYING WS-WALK-DATE-INT FROM WS-WALK-FIRST-INT
                   BY 1 UNTIL WS-WALK-DATE-INT > WS-TODAY-DATE-INT
               COMPUTE WS-WALK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WALK-DATE-INT)
               MOVE WS-WALK-DATE-NUM TO WS-SCAN-DATE
               PERFORM SCAN-ALL-FILES
           END-PERFORM
           MOVE SPACES TO WS-SCAN-DATE
           PERFORM SCAN-ALL-FILES.

       SCAN-ALL-FILES.
           PERFORM VARYING WS-CHANNEL-SUB FROM 1 BY 1
                   UNTIL WS-CHANNEL-SUB > 3
               EVALUATE WS-CHANNEL-SUB
                   WHEN 1
                       MOVE "PRT" TO WS-CHANNEL-SUFFIX
                   WHEN 2
                       MOVE "EML" TO WS-CHANNEL-SUFFIX
                   WHEN 3
                       MOVE "SMS" TO WS-CHANNEL-SUFFIX
               END-EVALUATE
               MOVE SPACES TO WS-SCAN-BASE
               STRING "GREET" DELIMITED BY SIZE
                       WS-CHANNEL-SUFFIX DELIMITED BY SIZE
                   INTO WS-SCAN-BASE
               PERFORM READ-GREETING-FILE
               MOVE SPACES TO WS-SCAN-BASE
               STRING "CAMP" DELIMITED BY SIZE
                       WS-CHANNEL-SUFFIX DELIMITED BY SIZE
                   INTO WS-SCAN-BASE
               PERFORM READ-GREETING-FILE
               MOVE SPACES TO WS-SCAN-BASE
               STRING "RETRY" DELIMITED BY SIZE
                       WS-CHANNEL-SUFFIX DELIMITED BY SIZE
                   INTO WS-SCAN-BASE
               PERFORM READ-RETRY-FILE
           END-PERFORM
           MOVE "GREETOCC" TO WS-SCAN-BASE
           PERFORM READ-OCCASION-FILE
           MOVE "DELVCONF" TO WS-SCAN-BASE
           PERFORM READ-CONFIRMATION-FILE.

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
      * run or a file the vendor hasn't dropped - nothing to read.
      * Any other open failure is fatal, the same split invoice-verify
      * applies.
       READ-GREETING-FILE.
           PERFORM BUILD-SCAN-NAME
           OPEN INPUT SCAN-GREETING-FILE
           IF WS-SGRT-STATUS NOT = '35'
               IF WS-SGRT-STATUS NOT = '00'
                   DISPLAY "SLA-REPORT: UNABLE TO OPEN "
                       WS-SCAN-NAME ", STATUS=" WS-SGRT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STATS-FILES-READ
               PERFORM UNTIL WS-SGRT-STATUS = '10'
                   READ SCAN-GREETING-FILE
                       AT END
                           MOVE '10' TO WS-SGRT-STATUS
                       NOT AT END
                           MOVE SPACES TO PAIRING-SORT-RECORD
                           MOVE GRTOUT-PATRON-ID TO PSRT-PATRON-ID
                           MOVE GRTOUT-DELIVERY-CHANNEL
                               TO PSRT-CHANNEL
                           MOVE GRTOUT-TIMESTAMP TO PSRT-TIMESTAMP
                           MOVE GRTOUT-BRANCH-CODE
                               TO PSRT-BRANCH-CODE
                           PERFORM RELEASE-GREETING-ROW
                   END-READ
               END-PERFORM
               CLOSE SCAN-GREETING-FILE
           END-IF.

      * GREETOCC carries all three channels in one file.
       READ-OCCASION-FILE.
           PERFORM BUILD-SCAN-NAME
           OPEN INPUT SCAN-OCCASION-FILE
           IF WS-SOCC-STATUS NOT = '35'
               IF WS-SOCC-STATUS NOT = '00'
                   DISPLAY "SLA-REPORT: UNABLE TO OPEN "
                       WS-SCAN-NAME ", STATUS=" WS-SOCC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STATS-FILES-READ
               PERFORM UNTIL WS-SOCC-STATUS = '10'
                   READ SCAN-OCCASION-FILE
                       AT END
                           MOVE '10' TO WS-SOCC-STATUS
                       NOT AT END
                           MOVE SPACES TO PAIRING-SORT-RECORD
                           MOVE OCCOUT-PATRON-ID TO PSRT-PATRON-ID
                           MOVE OCCOUT-DELIVERY-CHANNEL
                               TO PSRT-CHANNEL
                           MOVE OCCOUT-TIMESTAMP TO PSRT-TIMESTAMP
                           MOVE OCCOUT-BRANCH-CODE
                               TO PSRT-BRANCH-CODE
                           PERFORM RELEASE-GREETING-ROW
                   END-READ
               END-PERFORM
               CLOSE SCAN-OCCASION-FILE
           END-IF.

       READ-RETRY-FILE.
           PERFORM BUILD-SCAN-NAME
           OPEN INPUT SCAN-RETRY-FILE
           IF WS-SRTY-STATUS NOT = '35'
               IF WS-SRTY-STATUS NOT = '00'
                   DISPLAY "SLA-REPORT: UNABLE TO OPEN "
                       WS-SCAN-NAME ", STATUS=" WS-SRTY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STATS-FILES-READ
               PERFORM UNTIL WS-SRTY-STATUS = '10'
                   READ SCAN-RETRY-FILE
                       AT END
                           MOVE '10' TO WS-SRTY-STATUS
                       NOT AT END
                           MOVE SPACES TO PAIRING-SORT-RECORD
                           MOVE RTOUT-PATRON-ID TO PSRT-PATRON-ID
                           MOVE RTOUT-DELIVERY-CHANNEL
                               TO PSRT-CHANNEL
                           MOVE RTOUT-TIMESTAMP TO PSRT-TIMESTAMP
                           MOVE RTOUT-BRANCH-CODE
                               TO PSRT-BRANCH-CODE
                           PERFORM RELEASE-GREETING-ROW
                   END-READ
               END-PERFORM
               CLOSE SCAN-RETRY-FILE
           END-IF.

       READ-CONFIRMATION-FILE.
           PERFORM BUILD-SCAN-NAME
           OPEN INPUT SCAN-CONFIRMATION-FILE
           IF WS-SCNF-STATUS NOT = '35'
               IF WS-SCNF-STATUS NOT = '00'
                   DISPLAY "SLA-REPORT: UNABLE TO OPEN "
                       WS-SCAN-NAME ", STATUS=" WS-SCNF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STATS-FILES-READ
               PERFORM UNTIL WS-SCNF-STATUS = '10'
                   READ SCAN-CONFIRMATION-FILE
                       AT END
                           MOVE '10' TO WS-SCNF-STATUS
                       NOT AT END
                           PERFORM RELEASE-CONFIRMATION-ROW
                   END-READ
               END-PERFORM
               CLOSE SCAN-CONFIRMATION-FILE
           END-IF.

      * A row with no usable channel or stamp can't be paired or
      * measured, so it is counted and left out.
       RELEASE-GREETING-ROW.
           ADD 1 TO WS-STATS-GREETINGS-READ
           MOVE PSRT-TIMESTAMP TO WS-ROW-STAMP
           PERFORM CHECK-ROW-STAMP
           MOVE PSRT-CHANNEL TO WS-CHANNEL-WANTED
           PERFORM FIND-CHANNEL-NUMBER
           IF NOT ROW-STAMP-VALID OR WS-CHANNEL-NUMBER = 0
               ADD 1 TO WS-STATS-UNREADABLE
           ELSE
               SET PSRT-GREETING TO TRUE
               RELEASE PAIRING-SORT-RECORD
           END-IF.

       RELEASE-CONFIRMATION-ROW.
           ADD 1 TO WS-STATS-CONFIRMATIONS-READ
           MOVE DLVCF-TIMESTAMP TO WS-ROW-STAMP
           PERFORM CHECK-ROW-STAMP
           MOVE DLVCF-CHANNEL TO WS-CHANNEL-WANTED
           PERFORM FIND-CHANNEL-NUMBER
           IF NOT ROW-STAMP-VALID OR WS-CHANNEL-NUMBER = 0
                   OR NOT (DLVCF-CONFIRMED OR DLVCF-FAILED)
               ADD 1 TO WS-STATS-UNREADABLE
           ELSE
               MOVE SPACES TO PAIRING-SORT-RECORD
               MOVE DLVCF-PATRON-ID TO PSRT-PATRON-ID
               MOVE DLVCF-CHANNEL TO PSRT-CHANNEL
               MOVE DLVCF-TIMESTAMP TO PSRT-TIMESTAMP
               SET PSRT-CONFIRMATION TO TRUE
               MOVE DLVCF-STATUS TO PSRT-STATUS
               RELEASE PAIRING-SORT-RECORD
           END-IF.

       CHECK-ROW-STAMP.
           MOVE 'N' TO WS-ROW-STAMP-VALID-FLAG
           IF WS-ROW-STAMP(1:8) IS NUMERIC
               MOVE WS-ROW-STAMP(1:8) TO WS-CANDIDATE-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CANDIDATE-DATE-NUM)
                       = 0
                   SET ROW-STAMP-VALID TO TRUE
               END-IF
           END-IF.

      * SORT output procedure: one patron and channel at a time.  A
      * greeting joins the unanswered list; a confirmation answers the
      * latest one on it.  Whatever is still unanswered when the
      * patron and channel change is aged against its turnaround.
       PAIR-CONFIRMATIONS.
           PERFORM RETURN-PAIRING-ROW
           PERFORM UNTIL END-OF-SORTED-ROWS
               IF PSRT-PATRON-ID NOT = WS-GROUP-PATRON-ID
                       OR PSRT-CHANNEL NOT = WS-GROUP-CHANNEL
                   PERFORM AGE-UNANSWERED-GREETINGS
                   MOVE PSRT-PATRON-ID TO WS-GROUP-PATRON-ID
                   MOVE PSRT-CHANNEL TO WS-GROUP-CHANNEL
                   MOVE SPACES TO WS-LAST-CONFIRMATION
               END-IF
               IF PSRT-GREETING
                   PERFORM HOLD-GREETING
               ELSE
                   PERFORM ANSWER-GREETING
               END-IF
               PERFORM RETURN-PAIRING-ROW
           END-PERFORM
           PERFORM AGE-UNANSWERED-GREETINGS.

       RETURN-PAIRING-ROW.
           RETURN PAIRING-SORT-FILE
               AT END
                   SET END-OF-SORTED-ROWS TO TRUE
           END-RETURN.

      * A greeting in the period is counted as generated here, once,
      * whatever later becomes of it.
       HOLD-GREETING.
           IF WS-PEND-COUNT >= 100
               DISPLAY "SLA-REPORT: MORE THAN 100 UNANSWERED "
                   "GREETINGS FOR PATRON " PSRT-PATRON-ID
                   " - INCREASE TABLE CAPACITY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE PSRT-TIMESTAMP TO WS-PEND-TIMESTAMP(WS-PEND-COUNT)
           MOVE PSRT-BRANCH-CODE TO WS-PEND-BRANCH-CODE(WS-PEND-COUNT)
           IF PSRT-TIMESTAMP(1:8) NOT < WS-FROM-DATE
                   AND PSRT-TIMESTAMP(1:8) NOT > WS-TO-DATE
               MOVE 'Y' TO WS-PEND-IN-PERIOD(WS-PEND-COUNT)
               MOVE PSRT-CHANNEL TO WS-CHANNEL-WANTED
               PERFORM FIND-CHANNEL-NUMBER
               MOVE PSRT-BRANCH-CODE TO WS-GROUP-BRANCH-WANTED
               PERFORM FIND-GROUP-ENTRY
               MOVE PSRT-TIMESTAMP TO WS-MEASURE-TIMESTAMP
               PERFORM FIND-DAY-SLOT
               ADD 1 TO WS-GRP-GENERATED(WS-GROUP-IDX)
                   WS-CHAN-GENERATED(WS-CHANNEL-NUMBER)
                   WS-DAY-GENERATED(WS-DAY-SUB, WS-CHANNEL-NUMBER)
                   WS-STATS-MEASURED
           ELSE
               MOVE 'N' TO WS-PEND-IN-PERIOD(WS-PEND-COUNT)
           END-IF.

      * A repeat of the confirmation just read, row for row, is the
      * same vendor answer read twice and answers nothing more.  One
      * with no greeting left to answer is counted against its channel
      * when it falls on or after the period's first day - before
      * that, its greeting simply predates the walk.
       ANSWER-GREETING.
           MOVE PSRT-CHANNEL TO WS-CHANNEL-WANTED
           PERFORM FIND-CHANNEL-NUMBER
           MOVE PSRT-TIMESTAMP TO WS-THIS-CONFIRMATION(1:21)
           MOVE PSRT-KIND TO WS-THIS-CONFIRMATION(22:1)
           MOVE PSRT-STATUS TO WS-THIS-CONFIRMATION(23:1)
           IF WS-THIS-CONFIRMATION = WS-LAST-CONFIRMATION
               ADD 1 TO WS-CHAN-REPEATED(WS-CHANNEL-NUMBER)
                   WS-STATS-REPEATED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-THIS-CONFIRMATION TO WS-LAST-CONFIRMATION
           IF WS-PEND-COUNT = 0
               IF PSRT-TIMESTAMP(1:8) NOT < WS-FROM-DATE
                   ADD 1 TO WS-CHAN-UNMATCHED(WS-CHANNEL-NUMBER)
                       WS-STATS-UNMATCHED
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF PEND-IN-PERIOD(WS-PEND-COUNT)
               MOVE WS-PEND-TIMESTAMP(WS-PEND-COUNT)
                   TO WS-MEASURE-TIMESTAMP
               MOVE WS-PEND-BRANCH-CODE(WS-PEND-COUNT)
                   TO WS-MEASURE-BRANCH-CODE
               SET MEASURE-ANSWERED TO TRUE
               MOVE PSRT-STATUS TO WS-MEASURE-STATUS
               MOVE PSRT-TIMESTAMP TO WS-END-STAMP
               PERFORM MEASURE-GREETING
           END-IF
           SUBTRACT 1 FROM WS-PEND-COUNT.

      * Every greeting of the period still unanswered is judged
      * against its turnaround as of the moment the report runs: past
      * it, the greeting is aged out as never answered; inside it, the
      * vendor may yet answer and it is only pending.
       AGE-UNANSWERED-GREETINGS.
           MOVE WS-GROUP-CHANNEL TO WS-CHANNEL-WANTED
           PERFORM FIND-CHANNEL-NUMBER
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF PEND-IN-PERIOD(WS-PEND-IDX)
                   MOVE WS-PEND-TIMESTAMP(WS-PEND-IDX)
                       TO WS-MEASURE-TIMESTAMP
                   MOVE WS-PEND-BRANCH-CODE(WS-PEND-IDX)
                       TO WS-MEASURE-BRANCH-CODE
                   SET MEASURE-UNANSWERED TO TRUE
                   MOVE SPACE TO WS-MEASURE-STATUS
                   MOVE WS-NOW-TIMESTAMP TO WS-END-STAMP
                   PERFORM MEASURE-GREETING
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PEND-COUNT.

      * One greeting of the period, answered at WS-END-STAMP or still
      * unanswered as of it: timed, judged against the turnaround in
      * force the day it was generated, tallied, and written to the
      * work file for the percentiles.  WS-CHANNEL-NUMBER is already
      * set for its channel.
       MEASURE-GREETING.
           MOVE WS-MEASURE-BRANCH-CODE TO WS-GROUP-BRANCH-WANTED
           PERFORM FIND-GROUP-ENTRY
           PERFORM FIND-DAY-SLOT
           MOVE WS-MEASURE-TIMESTAMP TO WS-START-STAMP
           PERFORM MEASURE-ELAPSED-TIME
           MOVE WS-MEASURE-TIMESTAMP(1:8) TO WS-SLA-DATE-WANTED
           PERFORM FIND-SLA-IN-FORCE
           IF SLA-IN-FORCE-FOUND
               PERFORM JUDGE-AGAINST-SLA
           ELSE
               MOVE 'N' TO WS-BREACH-FLAG
               ADD 1 TO WS-GRP-NO-SLA(WS-GROUP-IDX)
                   WS-CHAN-NO-SLA(WS-CHANNEL-NUMBER)
           END-IF
           IF MEASURE-ANSWERED
               ADD 1 TO WS-GRP-ANSWERED(WS-GROUP-IDX)
                   WS-CHAN-ANSWERED(WS-CHANNEL-NUMBER)
                   WS-DAY-ANSWERED(WS-DAY-SUB, WS-CHANNEL-NUMBER)
                   WS-STATS-ANSWERED
               IF WS-MEASURE-STATUS = 'F'
                   ADD 1 TO WS-GRP-FAILED(WS-GROUP-IDX)
                       WS-CHAN-FAILED(WS-CHANNEL-NUMBER)
               END-IF
               IF SLA-BREACHED
                   ADD 1 TO WS-GRP-BREACHES(WS-GROUP-IDX)
                       WS-CHAN-BREACHES(WS-CHANNEL-NUMBER)
                       WS-STATS-BREACHES
               END-IF
               MOVE WS-ELAPSED-MINUTES TO TWRK-MINUTES
           ELSE
               IF SLA-BREACHED
                   ADD 1 TO WS-GRP-AGED-OUT(WS-GROUP-IDX)
                       WS-CHAN-AGED-OUT(WS-CHANNEL-NUMBER)
                       WS-DAY-AGED-OUT(WS-DAY-SUB, WS-CHANNEL-NUMBER)
                       WS-STATS-AGED-OUT
               ELSE
                   ADD 1 TO WS-GRP-PENDING(WS-GROUP-IDX)
                       WS-CHAN-PENDING(WS-CHANNEL-NUMBER)
                       WS-STATS-PENDING
               END-IF
               MOVE 0 TO TWRK-MINUTES
           END-IF
           MOVE WS-GROUP-CHANNEL TO TWRK-CHANNEL
           MOVE WS-MEASURE-BRANCH-CODE TO TWRK-BRANCH-CODE
           MOVE WS-MEASURE-OUTCOME TO TWRK-OUTCOME
           WRITE TURNAROUND-WORK-RECORD
           IF WS-TWRK-STATUS NOT = '00'
               DISPLAY "SLA-REPORT: UNABLE TO WRITE SLAWORK, STATUS="
                   WS-TWRK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Leaves WS-GROUP-IDX on the row for WS-CHANNEL-WANTED and
      * WS-GROUP-BRANCH-WANTED, adding it with zero counts if it isn't
      * in the table yet.
       FIND-GROUP-ENTRY.
           MOVE 'N' TO WS-GROUP-FOUND-FLAG
           IF WS-GROUP-COUNT > 0
               SET WS-GROUP-IDX TO 1
               SEARCH WS-GROUP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GRP-CHANNEL(WS-GROUP-IDX)
                           = WS-CHANNEL-WANTED
                       AND WS-GRP-BRANCH-CODE(WS-GROUP-IDX)
                           = WS-GROUP-BRANCH-WANTED
                       SET GROUP-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT GROUP-ENTRY-FOUND
               IF WS-GROUP-COUNT >= 600
                   DISPLAY "SLA-REPORT: BRANCH TABLE EXCEEDS 600 "
                       "CHANNEL AND BRANCH PAIRS - INCREASE CAPACITY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GROUP-COUNT
               SET WS-GROUP-IDX TO WS-GROUP-COUNT
               INITIALIZE WS-GROUP-ENTRY(WS-GROUP-IDX)
               MOVE WS-CHANNEL-WANTED TO WS-GRP-CHANNEL(WS-GROUP-IDX)
               MOVE WS-GROUP-BRANCH-WANTED
                   TO WS-GRP-BRANCH-CODE(WS-GROUP-IDX)
           END-IF.

      * The period's day slot for the greeting stamped
      * WS-MEASURE-TIMESTAMP, which is always inside the period.
       FIND-DAY-SLOT.
           MOVE WS-MEASURE-TIMESTAMP(1:8) TO WS-DAY-DATE-NUM
           COMPUTE WS-DAY-SUB =
               FUNCTION INTEGER-OF-DATE(WS-DAY-DATE-NUM)
                   - WS-FROM-DATE-INT + 1.

      * Minutes between the two stamps, each put on UTC by its own
      * offset, and calendar days between their dates.  A vendor
      * clock behind ours can put an answer a little before its
      * greeting; that counts as no time at all.
       MEASURE-ELAPSED-TIME.
           MOVE WS-START-STAMP TO WS-STAMP-WORK
           COMPUTE WS-START-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
           PERFORM FIND-STAMP-MINUTES
           MOVE WS-STAMP-MINUTES TO WS-START-MINUTES
           MOVE WS-END-STAMP TO WS-STAMP-WORK
           COMPUTE WS-END-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
           PERFORM FIND-STAMP-MINUTES
           MOVE WS-STAMP-MINUTES TO WS-END-MINUTES
           COMPUTE WS-ELAPSED-SIGNED =
               (WS-END-DATE-INT - WS-START-DATE-INT) * 1440
               + WS-END-MINUTES - WS-START-MINUTES
           IF WS-ELAPSED-SIGNED < 0
               MOVE 0 TO WS-ELAPSED-MINUTES
           ELSE
               MOVE WS-ELAPSED-SIGNED TO WS-ELAPSED-MINUTES
           END-IF
           IF WS-END-DATE-INT > WS-START-DATE-INT
               COMPUTE WS-ELAPSED-DAYS =
                   WS-END-DATE-INT - WS-START-DATE-INT
           ELSE
               MOVE 0 TO WS-ELAPSED-DAYS
           END-IF.

       FIND-STAMP-MINUTES.
           MOVE 0 TO WS-STAMP-MINUTES
           IF WS-STAMP-HOUR IS NUMERIC AND WS-STAMP-MINUTE IS NUMERIC
               COMPUTE WS-STAMP-MINUTES =
                   WS-STAMP-HOUR * 60 + WS-STAMP-MINUTE
           END-IF
           IF WS-STAMP-OFFSET-HOUR IS NUMERIC
                   AND WS-STAMP-OFFSET-MINUTE IS NUMERIC
               EVALUATE WS-STAMP-OFFSET-SIGN
                   WHEN '+'
                       COMPUTE WS-STAMP-MINUTES = WS-STAMP-MINUTES
                           - WS-STAMP-OFFSET-HOUR * 60
                           - WS-STAMP-OFFSET-MINUTE
                   WHEN '-'
                       COMPUTE WS-STAMP-MINUTES = WS-STAMP-MINUTES
                           + WS-STAMP-OFFSET-HOUR * 60
                           + WS-STAMP-OFFSET-MINUTE
               END-EVALUATE
           END-IF.

      * Hours on the clock; days on the calendar, 0 being the day the
      * greeting went out; business days as Monday-to-Friday days
      * after that day, up to and including the day of the answer.
       JUDGE-AGAINST-SLA.
           MOVE 'N' TO WS-BREACH-FLAG
           EVALUATE WS-SLA-IN-FORCE-UNIT
               WHEN 'H'
                   COMPUTE WS-SLA-LIMIT-MINUTES =
                       WS-SLA-IN-FORCE-LIMIT * 60
                   IF WS-ELAPSED-MINUTES > WS-SLA-LIMIT-MINUTES
                       SET SLA-BREACHED TO TRUE
                   END-IF
               WHEN 'D'
                   IF WS-ELAPSED-DAYS > WS-SLA-IN-FORCE-LIMIT
                       SET SLA-BREACHED TO TRUE
                   END-IF
               WHEN 'B'
                   PERFORM COUNT-BUSINESS-DAYS
                   IF WS-ELAPSED-BUSINESS-DAYS > WS-SLA-IN-FORCE-LIMIT
                       SET SLA-BREACHED TO TRUE
                   END-IF
           END-EVALUATE.

      * Counts the weekdays after the start date up to and including
      * the end date.  Day 1 of the integer date calendar, 1601-01-01,
      * was a Monday, so for day N the remainder of N - 1 divided by
      * 7 runs 0 for Monday through 4 for Friday, and 5 and 6 are the
      * weekend.
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-ELAPSED-BUSINESS-DAYS
           COMPUTE WS-BUSINESS-FIRST-INT = WS-START-DATE-INT + 1
           PERFORM VARYING WS-BUSINESS-DAY-INT
                   FROM WS-BUSINESS-FIRST-INT BY 1
                   UNTIL WS-BUSINESS-DAY-INT > WS-END-DATE-INT
               IF FUNCTION MOD(WS-BUSINESS-DAY-INT - 1, 7) < 5
                   ADD 1 TO WS-ELAPSED-BUSINESS-DAYS
               END-IF
           END-PERFORM.

      * Output procedure of the first percentile sort: each channel's
      * answered turnarounds, fastest first.
       TAKE-CHANNEL-PERCENTILES.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           MOVE SPACES TO WS-PCT-CHANNEL
           PERFORM RETURN-TURNAROUND-ROW
           PERFORM UNTIL END-OF-SORTED-ROWS
               IF TSRT-CHANNEL NOT = WS-PCT-CHANNEL
                   PERFORM STORE-CHANNEL-PERCENTILES
                   MOVE TSRT-CHANNEL TO WS-PCT-CHANNEL
                   MOVE TSRT-CHANNEL TO WS-CHANNEL-WANTED
                   PERFORM FIND-CHANNEL-NUMBER
                   MOVE WS-CHAN-ANSWERED(WS-CHANNEL-NUMBER)
                       TO WS-PCT-ANSWERED
                   PERFORM START-PERCENTILES
               END-IF
               IF TSRT-ANSWERED
                   PERFORM TAKE-PERCENTILE-ROW
               END-IF
               PERFORM RETURN-TURNAROUND-ROW
           END-PERFORM
           PERFORM STORE-CHANNEL-PERCENTILES.

       STORE-CHANNEL-PERCENTILES.
           IF WS-PCT-CHANNEL NOT = SPACES
               MOVE WS-PCT-P50 TO WS-CHAN-P50(WS-CHANNEL-NUMBER)
               MOVE WS-PCT-P90 TO WS-CHAN-P90(WS-CHANNEL-NUMBER)
               MOVE WS-PCT-P95 TO WS-CHAN-P95(WS-CHANNEL-NUMBER)
               MOVE WS-PCT-MAX TO WS-CHAN-MAX(WS-CHANNEL-NUMBER)
           END-IF.

       RETURN-TURNAROUND-ROW.
           RETURN TURNAROUND-SORT-FILE
               AT END
                   SET END-OF-SORTED-ROWS TO TRUE
           END-RETURN.

      * Nearest rank: the smallest rank at or above the percentage of
      * the answered count.
       START-PERCENTILES.
           MOVE 0 TO WS-PCT-POSITION WS-PCT-P50 WS-PCT-P90 WS-PCT-P95
               WS-PCT-MAX
           COMPUTE WS-PCT-RANK-50 = (WS-PCT-ANSWERED * 50 + 99) / 100
           COMPUTE WS-PCT-RANK-90 = (WS-PCT-ANSWERED * 90 + 99) / 100
           COMPUTE WS-PCT-RANK-95 = (WS-PCT-ANSWERED * 95 + 99) / 100.

      * Rows arrive fastest first, so the last one read is the
      * longest.
       TAKE-PERCENTILE-ROW.
           ADD 1 TO WS-PCT-POSITION
           IF WS-PCT-POSITION = WS-PCT-RANK-50
               MOVE TSRT-MINUTES TO WS-PCT-P50
           END-IF
           IF WS-PCT-POSITION = WS-PCT-RANK-90
               MOVE TSRT-MINUTES TO WS-PCT-P90
           END-IF
           IF WS-PCT-POSITION = WS-PCT-RANK-95
               MOVE TSRT-MINUTES TO WS-PCT-P95
           END-IF
           MOVE TSRT-MINUTES TO WS-PCT-MAX.

      * Output procedure of the second percentile sort, which also
      * lays out the report body: at each new channel its heading and
      * all-branch line, then one line pair per branch in branch
      * order, then the channel's unanswered greetings by day.
       WRITE-BRANCH-SECTIONS.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           MOVE SPACES TO WS-PCT-CHANNEL WS-PCT-BRANCH-CODE
           PERFORM RETURN-TURNAROUND-ROW
           PERFORM UNTIL END-OF-SORTED-ROWS
               IF TSRT-CHANNEL NOT = WS-PCT-CHANNEL
                       OR TSRT-BRANCH-CODE NOT = WS-PCT-BRANCH-CODE
                   PERFORM WRITE-BRANCH-LINES
                   IF TSRT-CHANNEL NOT = WS-PCT-CHANNEL
                       PERFORM WRITE-CHANNEL-FOOTING
                       MOVE TSRT-CHANNEL TO WS-CHANNEL-WANTED
                       PERFORM FIND-CHANNEL-NUMBER
                       PERFORM WRITE-CHANNEL-HEADING
                   END-IF
                   MOVE TSRT-CHANNEL TO WS-PCT-CHANNEL
                   MOVE TSRT-BRANCH-CODE TO WS-PCT-BRANCH-CODE
                   MOVE TSRT-BRANCH-CODE TO WS-GROUP-BRANCH-WANTED
                   PERFORM FIND-GROUP-ENTRY
                   MOVE WS-GRP-ANSWERED(WS-GROUP-IDX)
                       TO WS-PCT-ANSWERED
                   PERFORM START-PERCENTILES
               END-IF
               IF TSRT-ANSWERED
                   PERFORM TAKE-PERCENTILE-ROW
               END-IF
               PERFORM RETURN-TURNAROUND-ROW
           END-PERFORM
           PERFORM WRITE-BRANCH-LINES
           PERFORM WRITE-CHANNEL-FOOTING.

       WRITE-BRANCH-LINES.
           IF WS-PCT-BRANCH-CODE = SPACES AND WS-PCT-CHANNEL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE-LABEL
           STRING "  BRANCH " DELIMITED BY SIZE
                   WS-PCT-BRANCH-CODE DELIMITED BY SIZE
               INTO WS-LINE-LABEL
           MOVE WS-GRP-GENERATED(WS-GROUP-IDX) TO WS-LINE-GENERATED
           MOVE WS-GRP-ANSWERED(WS-GROUP-IDX) TO WS-LINE-ANSWERED
           MOVE WS-GRP-FAILED(WS-GROUP-IDX) TO WS-LINE-FAILED
           MOVE WS-GRP-BREACHES(WS-GROUP-IDX) TO WS-LINE-BREACHES
           MOVE WS-GRP-AGED-OUT(WS-GROUP-IDX) TO WS-LINE-AGED-OUT
           MOVE WS-GRP-PENDING(WS-GROUP-IDX) TO WS-LINE-PENDING
           MOVE WS-GRP-NO-SLA(WS-GROUP-IDX) TO WS-LINE-NO-SLA
           MOVE WS-PCT-P50 TO WS-LINE-P50
           MOVE WS-PCT-P90 TO WS-LINE-P90
           MOVE WS-PCT-P95 TO WS-LINE-P95
           MOVE WS-PCT-MAX TO WS-LINE-MAX
           PERFORM WRITE-FIGURES-LINES.

      * The channel's name, each turnaround row in force at some point
      * in the period - the one in force on its first day and any that
      * took effect during it - and its all-branch figures.
       WRITE-CHANNEL-HEADING.
           SET CHANNEL-REPORTED(WS-CHANNEL-NUMBER) TO TRUE
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "CHANNEL " DELIMITED BY SIZE
                   WS-CHANNEL-CODE(WS-CHANNEL-NUMBER) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CHANNEL-NAME(WS-CHANNEL-NUMBER) DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE WS-CHANNEL-CODE(WS-CHANNEL-NUMBER)
               TO WS-CHANNEL-WANTED
           MOVE WS-FROM-DATE TO WS-SLA-DATE-WANTED
           PERFORM FIND-SLA-IN-FORCE
           MOVE 0 TO WS-SLA-LINES-WRITTEN
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > WS-SLA-COUNT
               IF WS-SLA-CHANNEL(WS-SLA-IDX) = WS-CHANNEL-WANTED
                       AND WS-SLA-EFFECTIVE(WS-SLA-IDX)
                           NOT > WS-TO-DATE
                       AND (WS-SLA-EFFECTIVE(WS-SLA-IDX)
                               > WS-FROM-DATE
                           OR WS-SLA-EFFECTIVE(WS-SLA-IDX)
                               = WS-SLA-IN-FORCE-EFFECTIVE)
                   PERFORM WRITE-SLA-LINE
               END-IF
           END-PERFORM
           IF WS-SLA-LINES-WRITTEN = 0
               MOVE SPACES TO SLA-REPORT-RECORD
               STRING "  NO TURNAROUND ON VENDSLA FOR THE PERIOD - "
                       DELIMITED BY SIZE
                       "MEASURED ONLY, NO BREACHES JUDGED"
                       DELIMITED BY SIZE
                   INTO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
           END-IF
           MOVE "  ALL BRANCHES" TO WS-LINE-LABEL
           MOVE WS-CHAN-GENERATED(WS-CHANNEL-NUMBER)
               TO WS-LINE-GENERATED
           MOVE WS-CHAN-ANSWERED(WS-CHANNEL-NUMBER) TO WS-LINE-ANSWERED
           MOVE WS-CHAN-FAILED(WS-CHANNEL-NUMBER) TO WS-LINE-FAILED
           MOVE WS-CHAN-BREACHES(WS-CHANNEL-NUMBER) TO WS-LINE-BREACHES
           MOVE WS-CHAN-AGED-OUT(WS-CHANNEL-NUMBER) TO WS-LINE-AGED-OUT
           MOVE WS-CHAN-PENDING(WS-CHANNEL-NUMBER) TO WS-LINE-PENDING
           MOVE WS-CHAN-NO-SLA(WS-CHANNEL-NUMBER) TO WS-LINE-NO-SLA
           MOVE WS-CHAN-P50(WS-CHANNEL-NUMBER) TO WS-LINE-P50
           MOVE WS-CHAN-P90(WS-CHANNEL-NUMBER) TO WS-LINE-P90
           MOVE WS-CHAN-P95(WS-CHANNEL-NUMBER) TO WS-LINE-P95
           MOVE WS-CHAN-MAX(WS-CHANNEL-NUMBER) TO WS-LINE-MAX
           PERFORM WRITE-FIGURES-LINES.

       WRITE-SLA-LINE.
           ADD 1 TO WS-SLA-LINES-WRITTEN
           EVALUATE WS-SLA-UNIT(WS-SLA-IDX)
               WHEN 'H'
                   MOVE "HOURS" TO WS-SLA-UNIT-NAME
               WHEN 'D'
                   MOVE "CALENDAR DAYS" TO WS-SLA-UNIT-NAME
               WHEN 'B'
                   MOVE "BUSINESS DAYS" TO WS-SLA-UNIT-NAME
           END-EVALUATE
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "  TURNAROUND " DELIMITED BY SIZE
                   WS-SLA-LIMIT(WS-SLA-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SLA-UNIT-NAME DELIMITED BY SIZE
                   " VENDOR " DELIMITED BY SIZE
                   WS-SLA-VENDOR-ID(WS-SLA-IDX) DELIMITED BY SIZE
                   " EFFECTIVE " DELIMITED BY SIZE
                   WS-SLA-EFFECTIVE(WS-SLA-IDX) DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD.

      * Counts on the first line, turnaround in hours on the second.
       WRITE-FIGURES-LINES.
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING WS-LINE-LABEL DELIMITED BY SIZE
                   " GENERATED " DELIMITED BY SIZE
                   WS-LINE-GENERATED DELIMITED BY SIZE
                   " ANSWERED " DELIMITED BY SIZE
                   WS-LINE-ANSWERED DELIMITED BY SIZE
                   " FAILED " DELIMITED BY SIZE
                   WS-LINE-FAILED DELIMITED BY SIZE
                   " BREACHES " DELIMITED BY SIZE
                   WS-LINE-BREACHES DELIMITED BY SIZE
                   " AGED OUT " DELIMITED BY SIZE
                   WS-LINE-AGED-OUT DELIMITED BY SIZE
                   " PENDING " DELIMITED BY SIZE
                   WS-LINE-PENDING DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           COMPUTE WS-HOURS ROUNDED = WS-LINE-P50 / 60
           MOVE WS-HOURS TO WS-EDIT-P50
           COMPUTE WS-HOURS ROUNDED = WS-LINE-P90 / 60
           MOVE WS-HOURS TO WS-EDIT-P90
           COMPUTE WS-HOURS ROUNDED = WS-LINE-P95 / 60
           MOVE WS-HOURS TO WS-EDIT-P95
           COMPUTE WS-HOURS ROUNDED = WS-LINE-MAX / 60
           MOVE WS-HOURS TO WS-EDIT-MAX
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "                     HOURS P50 " DELIMITED BY SIZE
                   WS-EDIT-P50 DELIMITED BY SIZE
                   " P90 " DELIMITED BY SIZE
                   WS-EDIT-P90 DELIMITED BY SIZE
                   " P95 " DELIMITED BY SIZE
                   WS-EDIT-P95 DELIMITED BY SIZE
                   " MAX " DELIMITED BY SIZE
                   WS-EDIT-MAX DELIMITED BY SIZE
                   " NOT JUDGED (NO TURNAROUND) " DELIMITED BY SIZE
                   WS-LINE-NO-SLA DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD.

      * Every day of the period on which greetings of this channel
      * were aged out unanswered, with how many went out and how many
      * were answered that day - a day with nothing answered at all
      * is marked as a file the vendor may never have received.  Then
      * the confirmations that answered no greeting.
       WRITE-CHANNEL-FOOTING.
           IF WS-PCT-CHANNEL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PCT-CHANNEL TO WS-CHANNEL-WANTED
           PERFORM FIND-CHANNEL-NUMBER
           PERFORM WRITE-UNANSWERED-BY-DAY.

       WRITE-UNANSWERED-BY-DAY.
           IF WS-CHAN-AGED-OUT(WS-CHANNEL-NUMBER) > 0
               MOVE SPACES TO SLA-REPORT-RECORD
               MOVE "  AGED OUT UNANSWERED BY DAY GENERATED"
                   TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-RANGE-DAYS
               IF WS-DAY-AGED-OUT(WS-DAY-SUB, WS-CHANNEL-NUMBER) > 0
                   PERFORM WRITE-DAY-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "  CONFIRMATIONS ANSWERING NO GREETING "
                   DELIMITED BY SIZE
                   WS-CHAN-UNMATCHED(WS-CHANNEL-NUMBER)
                   DELIMITED BY SIZE
                   " REPEATED CONFIRMATIONS IGNORED " DELIMITED BY SIZE
                   WS-CHAN-REPEATED(WS-CHANNEL-NUMBER)
                   DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE SPACES TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD.

       WRITE-DAY-LINE.
           COMPUTE WS-DAY-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(
                   WS-FROM-DATE-INT + WS-DAY-SUB - 1)
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "    " DELIMITED BY SIZE
                   WS-DAY-DATE-NUM DELIMITED BY SIZE
                   " GENERATED " DELIMITED BY SIZE
                   WS-DAY-GENERATED(WS-DAY-SUB, WS-CHANNEL-NUMBER)
                   DELIMITED BY SIZE
                   " ANSWERED " DELIMITED BY SIZE
                   WS-DAY-ANSWERED(WS-DAY-SUB, WS-CHANNEL-NUMBER)
                   DELIMITED BY SIZE
                   " AGED OUT " DELIMITED BY SIZE
                   WS-DAY-AGED-OUT(WS-DAY-SUB, WS-CHANNEL-NUMBER)
                   DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           IF WS-DAY-ANSWERED(WS-DAY-SUB, WS-CHANNEL-NUMBER) = 0
               STRING "NOTHING ANSWERED - FILE MAY NOT HAVE "
                       DELIMITED BY SIZE
                       "REACHED VENDOR" DELIMITED BY SIZE
                   INTO SLA-REPORT-RECORD(70:51)
           END-IF
           WRITE SLA-REPORT-RECORD.

      * A channel with no greetings in the period still gets its
      * heading, so a vendor that received nothing at all - or
      * answered greetings we have no record of - is visible too.
       WRITE-QUIET-CHANNELS.
           PERFORM VARYING WS-CHANNEL-SUB FROM 1 BY 1
                   UNTIL WS-CHANNEL-SUB > 3
               IF NOT CHANNEL-REPORTED(WS-CHANNEL-SUB)
                   MOVE WS-CHANNEL-SUB TO WS-CHANNEL-NUMBER
                   PERFORM WRITE-CHANNEL-HEADING
                   MOVE SPACES TO SLA-REPORT-RECORD
                   MOVE "  NO GREETINGS GENERATED IN PERIOD"
                       TO SLA-REPORT-RECORD
                   WRITE SLA-REPORT-RECORD
                   PERFORM WRITE-UNANSWERED-BY-DAY
               END-IF
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "ALL CHANNELS GENERATED " DELIMITED BY SIZE
                   WS-STATS-MEASURED DELIMITED BY SIZE
                   " ANSWERED " DELIMITED BY SIZE
                   WS-STATS-ANSWERED DELIMITED BY SIZE
                   " BREACHES " DELIMITED BY SIZE
                   WS-STATS-BREACHES DELIMITED BY SIZE
                   " AGED OUT " DELIMITED BY SIZE
                   WS-STATS-AGED-OUT DELIMITED BY SIZE
                   " PENDING " DELIMITED BY SIZE
                   WS-STATS-PENDING DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "FILES READ " DELIMITED BY SIZE
                   WS-STATS-FILES-READ DELIMITED BY SIZE
                   " ROWS UNREADABLE " DELIMITED BY SIZE
                   WS-STATS-UNREADABLE DELIMITED BY SIZE
                   " VENDSLA ROWS IGNORED " DELIMITED BY SIZE
                   WS-STATS-SLA-ROWS-IGNORED DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD.

       CLOSE-FILES.
           CLOSE SLA-REPORT-FILE.

       WRITE-STATISTICS-SUMMARY.
           DISPLAY "SLA-REPORT: ===== RUN SUMMARY ====="
           DISPLAY "SLA-REPORT: PERIOD:                 "
               WS-FROM-DATE " - " WS-TO-DATE
           DISPLAY "SLA-REPORT: TURNAROUND ROWS LOADED: "
               WS-SLA-COUNT
           DISPLAY "SLA-REPORT: FILES READ:             "
               WS-STATS-FILES-READ
           DISPLAY "SLA-REPORT: GREETING ROWS READ:     "
               WS-STATS-GREETINGS-READ
           DISPLAY "SLA-REPORT: CONFIRMATIONS READ:     "
               WS-STATS-CONFIRMATIONS-READ
           DISPLAY "SLA-REPORT: ROWS UNREADABLE:        "
               WS-STATS-UNREADABLE
           DISPLAY "SLA-REPORT: GREETINGS MEASURED:     "
               WS-STATS-MEASURED
           DISPLAY "SLA-REPORT: ANSWERED:               "
               WS-STATS-ANSWERED
           DISPLAY "SLA-REPORT: BREACHES:               "
               WS-STATS-BREACHES
           DISPLAY "SLA-REPORT: AGED OUT UNANSWERED:    "
               WS-STATS-AGED-OUT
           DISPLAY "SLA-REPORT: PENDING WITHIN SLA:     "
               WS-STATS-PENDING
           DISPLAY "SLA-REPORT: UNMATCHED CONFIRMATIONS:"
               WS-STATS-UNMATCHED
           DISPLAY "SLA-REPORT: REPEATED CONFIRMATIONS: "
               WS-STATS-REPEATED
           DISPLAY "SLA-REPORT: ===== END OF SUMMARY =====".

       END PROGRAM sla-report.
