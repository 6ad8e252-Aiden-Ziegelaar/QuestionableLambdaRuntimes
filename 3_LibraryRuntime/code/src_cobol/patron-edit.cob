      * What survives is written to PATRONIN, guaranteed clean and
      * guaranteed ordered, so greet-batch and greet-recon read
      * exactly the file they have always expected.
      *
      * Every clean record is also compared against the indexed
      * patron master (PATRONMSTR) and classified - new, changed in
      * any field the greeting run cares about, or unchanged - and
      * once the extract is exhausted any active master row tonight's
      * extract never mentioned is classified dropped.  Each field
      * that changed is written to the dated change log (PATRONCHG)
      * with its before and after values.  PATRONRAW is a full
      * extract every night, so the master is what lets greet-batch
      * tell a genuinely new patron from a long-standing one whose
      * GREETHIST row has simply been purged.  A new row is marked
      * owed a welcome, and greet-batch clears that once it has
      * actually sent one; on the master's initial load a patron
      * GREETHIST already shows greeted is marked welcomed instead.
      *
      * Before any of that, the extract's volume is checked against
      * the nights before it.  Tonight's raw record count, and its mix
      * by home branch and by delivery channel, are compared with the
      * trailing average of the volume rows earlier runs left on the
      * dated RUNCTL archives; a half-empty or doubled extract used to
      * be edited, mailed and tied out internally without anyone
      * noticing.  A night outside tolerance stops the chain here with
      * return code 12, before PATRONIN or the master is touched and
      * before greet-batch can run, with the reasons DISPLAYed and an
      * end row on RUNCTL saying the gate stopped it.  An operator who
      * knows the unusual night is genuine sets GREET_VOLUME_OVERRIDE=Y
      * and reruns; the override is recorded on the run's RUNCTL rows.
      * GREET_VOLUME_NIGHTS (default 7), GREET_VOLUME_TOLERANCE (total
      * count, percent either way, default 25) and
      * GREET_VOLUME_MIX_TOLERANCE (share of any one branch or channel,
      * percentage points, default 10) tune it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT SORT-WORK-FILE ASSIGN TO "PATRONSRT".

      * Keyed by patron ID and read randomly per clean record, then
      * swept in key order once the sort is done to find the patrons
      * tonight's extract dropped - dynamic access covers both on the
      * one SELECT, the same way greet-recon's work files do.
           SELECT PATRON-MASTER-FILE ASSIGN TO "PATRONMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMST-PATRON-ID
               FILE STATUS IS WS-PMST-STATUS.

           SELECT PATRON-CHANGE-FILE ASSIGN TO "PATRONCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHG-STATUS.

      * greet-batch's cross-run history, read by key only on the
      * master's initial load to tell who has been greeted before.
           SELECT GREETING-HISTORY-FILE ASSIGN TO "GREETHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-PATRON-ID
               FILE STATUS IS WS-HIST-STATUS.

      * Shared with every other nightly job - one start row and one
      * end row per run, appended, so the night-end controller can
      * verify the whole chain ran and balances.  This program runs
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

      * The prior nights' dated RUNCTL archives, opened one at a time
      * by name for the volume gate's trailing average - the same
      * walk-by-name contact-trace uses for its dated archives.
           SELECT VOLUME-HISTORY-FILE ASSIGN TO WS-VHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-PATRON-FILE.
       FD  REJECT-FILE.
           COPY "patron-reject-record.cpy".

       FD  PATRON-MASTER-FILE.
           COPY "patron-master-record.cpy".

       FD  PATRON-CHANGE-FILE.
           COPY "patron-change-record.cpy".

       FD  GREETING-HISTORY-FILE.
           COPY "greeting-history-record.cpy".

       FD  RUN-CONTROL-FILE.
           COPY "run-control-record.cpy".

       FD  VOLUME-HISTORY-FILE.
           COPY "run-control-record.cpy" REPLACING
               ==RUN-CONTROL-RECORD==
                   BY ==VHIST-RECORD==
               ==RUNC-JOB-NAME==
                   BY ==VHIST-JOB-NAME==
               ==RUNC-RUN-DATE==
                   BY ==VHIST-RUN-DATE==
               ==RUNC-RECORD-TYPE==
                   BY ==VHIST-RECORD-TYPE==
               ==RUNC-START-RECORD==
                   BY ==VHIST-START-RECORD==
               ==RUNC-END-RECORD==
                   BY ==VHIST-END-RECORD==
               ==RUNC-VOLUME-RECORD==
                   BY ==VHIST-VOLUME-RECORD==
               ==RUNC-TIMESTAMP==
                   BY ==VHIST-TIMESTAMP==
               ==RUNC-STATUS==
                   BY ==VHIST-STATUS==
               ==RUNC-COMPLETED==
                   BY ==VHIST-COMPLETED==
               ==RUNC-GATE-STOPPED==
                   BY ==VHIST-GATE-STOPPED==
               ==RUNC-INPUT-COUNT==
                   BY ==VHIST-INPUT-COUNT==
               ==RUNC-OUTPUT-COUNT==
                   BY ==VHIST-OUTPUT-COUNT==
               ==RUNC-SKIP-COUNT==
                   BY ==VHIST-SKIP-COUNT==
               ==RUNC-EXCEPTION-COUNT==
                   BY ==VHIST-EXCEPTION-COUNT==
               ==RUNC-PRINT-COUNT==
                   BY ==VHIST-PRINT-COUNT==
               ==RUNC-EMAIL-COUNT==
                   BY ==VHIST-EMAIL-COUNT==
               ==RUNC-SMS-COUNT==
                   BY ==VHIST-SMS-COUNT==
               ==RUNC-VOLUME-CLASS==
                   BY ==VHIST-VOLUME-CLASS==
               ==RUNC-VOLUME-TOTAL==
                   BY ==VHIST-VOLUME-TOTAL==
               ==RUNC-VOLUME-BRANCH==
                   BY ==VHIST-VOLUME-BRANCH==
               ==RUNC-VOLUME-CHANNEL==
                   BY ==VHIST-VOLUME-CHANNEL==
               ==RUNC-VOLUME-KEY==
                   BY ==VHIST-VOLUME-KEY==
               ==RUNC-GATE-RESULT==
                   BY ==VHIST-GATE-RESULT==
               ==RUNC-GATE-PASSED==
                   BY ==VHIST-GATE-PASSED==
               ==RUNC-GATE-FAILED==
                   BY ==VHIST-GATE-FAILED==
               ==RUNC-GATE-NOT-CHECKED==
                   BY ==VHIST-GATE-NOT-CHECKED==
               ==RUNC-GATE-OVERRIDE==
                   BY ==VHIST-GATE-OVERRIDE==
               ==RUNC-GATE-OVERRIDDEN==
                   BY ==VHIST-GATE-OVERRIDDEN==.

       SD  SORT-WORK-FILE.
           COPY "patron-record.cpy" REPLACING
               ==PATRON-RECORD==
       01  WS-RAW-STATUS                PIC XX.
       01  WS-CLEAN-STATUS              PIC XX.
       01  WS-REJECT-STATUS             PIC XX.
       01  WS-PMST-STATUS               PIC XX.
       01  WS-PCHG-STATUS               PIC XX.
       01  WS-HIST-STATUS               PIC XX.
       01  WS-RUNC-STATUS               PIC XX.
       01  WS-VHIST-STATUS              PIC XX.
       01  WS-RUN-DATE                  PIC X(8).
       01  WS-SORT-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-SORTED-RECORDS        VALUE 'Y'.

       01  WS-SPACE-TALLY               PIC 9(3).

      * Master comparison state for the record in hand.  A master
      * that didn't exist when the run started is the initial load:
      * every clean record is classified new that night, but a patron
      * GREETHIST shows was greeted before is written already
      * welcomed, dated the day of that greeting, so greet-batch
      * welcomes only patrons with no greeting on record - a
      * long-standing patron is never welcomed later on, whether
      * their GREETHIST row has lapsed out of the minimum-day window
      * or been purged.  A field's before and after values are staged
      * in the WS-CHG- items so one paragraph writes every change row.
       01  WS-MASTER-INITIAL-LOAD-FLAG  PIC X VALUE 'N'.
           88  MASTER-INITIAL-LOAD          VALUE 'Y'.
       01  WS-HIST-OPEN-FLAG            PIC X VALUE 'N'.
           88  HISTORY-FILE-OPEN            VALUE 'Y'.
       01  WS-MASTER-FOUND-FLAG         PIC X VALUE 'N'.
           88  MASTER-ROW-FOUND             VALUE 'Y'.
       01  WS-MASTER-EOF-FLAG           PIC X VALUE 'N'.
           88  END-OF-MASTER-FILE           VALUE 'Y'.
       01  WS-FIELDS-CHANGED            PIC 9(2) VALUE 0.
       01  WS-CHG-PATRON-ID             PIC X(10).
       01  WS-CHG-FIELD-NAME            PIC X(12).
       01  WS-CHG-BEFORE-VALUE          PIC X(100).
       01  WS-CHG-AFTER-VALUE           PIC X(100).
       01  WS-CHG-TYPE                  PIC X(1).

      * PATRONREJ is archived under the prior day's date and
      * recreated fresh on every run, the same no-restart-concept
      * treatment the other one-run-per-invocation logs get.
       01  WS-REJECT-ARCHIVE-NAME       PIC X(18).
       01  WS-RUNC-FILE-NAME            PIC X(6) VALUE "RUNCTL".
       01  WS-RUNC-ARCHIVE-NAME         PIC X(15).
       01  WS-PCHG-FILE-NAME            PIC X(9) VALUE "PATRONCHG".
       01  WS-PCHG-ARCHIVE-NAME         PIC X(18).
       01  WS-PCHG-RERUN-FLAG           PIC X VALUE 'N'.
           88  PCHG-SAME-DAY-RERUN          VALUE 'Y'.

      * Extract volume gate.  The tunables are read from the
      * environment with the same numeric and range checks greet-
      * batch gives its overrides - at least 3 prior nights (or all
      * of them, if fewer are asked for) must have left volume rows
      * before the gate is applied at all, so a new installation or a
      * gap in the archives can't stop the chain on too little
      * history.
       01  WS-VOLUME-NIGHTS-TEXT        PIC X(9).
       01  WS-VOLUME-NIGHTS-CANDIDATE   PIC 9(9) VALUE 0.
       01  WS-VOLUME-NIGHTS             PIC 9(2) VALUE 7.
       01  WS-VOLUME-NIGHTS-NEEDED      PIC 9(2) VALUE 3.
       01  WS-VOLUME-TOLERANCE-TEXT     PIC X(9).
       01  WS-VOLUME-TOLERANCE-CANDIDATE PIC 9(9) VALUE 0.
       01  WS-VOLUME-TOLERANCE          PIC 9(3) VALUE 25.
       01  WS-MIX-TOLERANCE-TEXT        PIC X(9).
       01  WS-MIX-TOLERANCE-CANDIDATE   PIC 9(9) VALUE 0.
       01  WS-MIX-TOLERANCE             PIC 9(3) VALUE 10.
       01  WS-VOLUME-OVERRIDE-TEXT      PIC X(9).
       01  WS-VOLUME-OVERRIDE-FLAG      PIC X VALUE 'N'.
           88  VOLUME-GATE-OVERRIDDEN       VALUE 'Y'.
       01  WS-VOLUME-GATE-RESULT        PIC X VALUE 'N'.
           88  VOLUME-GATE-PASSED           VALUE 'P'.
           88  VOLUME-GATE-FAILED           VALUE 'F'.
           88  VOLUME-GATE-NOT-CHECKED      VALUE 'N'.
       01  WS-RAW-EOF-FLAG              PIC X VALUE 'N'.
           88  END-OF-RAW-FILE              VALUE 'Y'.
       01  WS-VOLUME-RAW-TOTAL          PIC 9(8) VALUE 0.
       01  WS-VOLUME-HIST-TOTAL         PIC 9(9) VALUE 0.
       01  WS-VOLUME-NIGHTS-USED        PIC 9(2) VALUE 0.
       01  WS-VOLUME-AVERAGE            PIC 9(8) VALUE 0.
       01  WS-VOLUME-DEVIATION          PIC 9(5) VALUE 0.
       01  WS-VOLUME-TONIGHT-SHARE      PIC 9(3)V9 VALUE 0.
       01  WS-VOLUME-HISTORY-SHARE      PIC 9(3)V9 VALUE 0.
       01  WS-VOLUME-SHARE-DIFFERENCE   PIC 9(3)V9 VALUE 0.
       01  WS-VOLUME-TONIGHT-EDIT       PIC 999.9.
       01  WS-VOLUME-HISTORY-EDIT       PIC 999.9.
       01  WS-VOLUME-CLASS-LABEL        PIC X(7).

      * Walking the archives: one RUNCTL.<date> per prior night.  A
      * night patron-edit ran more than once leaves more than one set
      * of volume rows; each total row starts the set afresh, so the
      * night counts with the last run that got past the gate.
       01  WS-VHIST-NAME                PIC X(15).
       01  WS-VHIST-DAYS-BACK           PIC 9(2).
       01  WS-VHIST-DATE-NUM            PIC 9(8).
       01  WS-VHIST-DATE                PIC X(8).
       01  WS-VHIST-NIGHT-FLAG          PIC X VALUE 'N'.
           88  VHIST-NIGHT-FOUND            VALUE 'Y'.
       01  WS-VHIST-NIGHT-TOTAL         PIC 9(8) VALUE 0.

      * One row per home branch and per delivery channel seen tonight
      * or on any night in the history, counted tonight, summed over
      * the history, and for the archive being read - the same
      * tally-table idiom greet-batch's branch stats use.
       01  WS-VOL-LOOKUP-CLASS          PIC X(1).
       01  WS-VOL-LOOKUP-KEY            PIC X(4).
       01  WS-VOLUME-KEY-COUNT          PIC 9(4) VALUE 0.
       01  WS-VOLUME-KEY-TABLE.
           05  WS-VOLUME-KEY-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-VOLUME-KEY-COUNT
                   INDEXED BY WS-VOLUME-KEY-IDX.
               10  WS-VOL-CLASS         PIC X(1).
               10  WS-VOL-KEY           PIC X(4).
               10  WS-VOL-TONIGHT       PIC 9(8).
               10  WS-VOL-HISTORY       PIC 9(9).
               10  WS-VOL-NIGHT         PIC 9(8).
       01  WS-VOLUME-KEY-FOUND          PIC X VALUE 'N'.
           88  VOLUME-KEY-FOUND             VALUE 'Y'.

      * End-of-run counts DISPLAYed once processing finishes, the
      * same operator-facing summary greet-batch reports.
       01  WS-STATS-DUPLICATE           PIC 9(8) VALUE 0.
       01  WS-STATS-BAD-LANGUAGE        PIC 9(8) VALUE 0.
       01  WS-STATS-BAD-CHANNEL         PIC 9(8) VALUE 0.
       01  WS-STATS-NEW                 PIC 9(8) VALUE 0.
       01  WS-STATS-ALREADY-WELCOMED    PIC 9(8) VALUE 0.
       01  WS-STATS-CHANGED             PIC 9(8) VALUE 0.
       01  WS-STATS-UNCHANGED           PIC 9(8) VALUE 0.
       01  WS-STATS-DROPPED             PIC 9(8) VALUE 0.
       01  WS-STATS-CHANGE-ROWS         PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
                   FUNCTION INTEGER-OF-DATE(WS-ARCHIVE-TODAY-NUM) - 1)
           MOVE WS-ARCHIVE-DATE-NUM TO WS-ARCHIVE-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM INITIALIZE-VOLUME-GATE
           PERFORM COUNT-RAW-VOLUME
           PERFORM ARCHIVE-RUN-CONTROL-FILE
           PERFORM WRITE-RUN-CONTROL-START
      * Last night's RUNCTL has to be on its dated archive before the
      * history is read, and nothing the run writes besides RUNCTL is
      * opened until the gate has let the night through.
           PERFORM LOAD-VOLUME-HISTORY
           PERFORM CHECK-EXTRACT-VOLUME
           PERFORM WRITE-VOLUME-RECORDS
           PERFORM OPEN-FILES
      * The sort both orders the extract and funnels every record
      * through the edits in VALIDATE-SORTED-RECORDS - duplicates
      * arrive adjacent in sorted order, so spotting one never needs
               ON ASCENDING KEY SORT-PATRON-ID
               USING RAW-PATRON-FILE
               OUTPUT PROCEDURE IS VALIDATE-SORTED-RECORDS
           PERFORM DETECT-DROPPED-PATRONS
           PERFORM CLOSE-FILES
           PERFORM WRITE-RUN-CONTROL-END
           PERFORM WRITE-STATISTICS-SUMMARY
           STOP RUN.

       INITIALIZE-VOLUME-GATE.
           PERFORM INITIALIZE-VOLUME-NIGHTS
           PERFORM INITIALIZE-VOLUME-TOLERANCE
           PERFORM INITIALIZE-MIX-TOLERANCE
           IF WS-VOLUME-NIGHTS < WS-VOLUME-NIGHTS-NEEDED
               MOVE WS-VOLUME-NIGHTS TO WS-VOLUME-NIGHTS-NEEDED
           END-IF
           ACCEPT WS-VOLUME-OVERRIDE-TEXT
               FROM ENVIRONMENT "GREET_VOLUME_OVERRIDE"
           IF WS-VOLUME-OVERRIDE-TEXT(1:1) = 'Y'
               SET VOLUME-GATE-OVERRIDDEN TO TRUE
               DISPLAY "PATRON-EDIT: GREET_VOLUME_OVERRIDE=Y - AN "
                   "EXTRACT OUTSIDE VOLUME TOLERANCE WILL BE PASSED"
           END-IF.

      * Prior nights averaged for the gate, 1 to 60.
       INITIALIZE-VOLUME-NIGHTS.
           ACCEPT WS-VOLUME-NIGHTS-TEXT
               FROM ENVIRONMENT "GREET_VOLUME_NIGHTS"
           IF WS-VOLUME-NIGHTS-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-VOLUME-NIGHTS-TEXT) NOT = 0
                   DISPLAY "PATRON-EDIT: GREET_VOLUME_NIGHTS '"
                       WS-VOLUME-NIGHTS-TEXT
                       "' IS NOT NUMERIC - IGNORING OVERRIDE"
               ELSE
                   MOVE FUNCTION NUMVAL(WS-VOLUME-NIGHTS-TEXT)
                       TO WS-VOLUME-NIGHTS-CANDIDATE
                   IF WS-VOLUME-NIGHTS-CANDIDATE > 0
                           AND WS-VOLUME-NIGHTS-CANDIDATE <= 60
                       MOVE WS-VOLUME-NIGHTS-CANDIDATE
                           TO WS-VOLUME-NIGHTS
                   ELSE
                       DISPLAY "PATRON-EDIT: GREET_VOLUME_NIGHTS '"
                           WS-VOLUME-NIGHTS-TEXT
                           "' IS OUT OF RANGE - IGNORING OVERRIDE"
                   END-IF
               END-IF
           END-IF.

      * How far tonight's raw count may sit from the average, in
      * percent either way, 1 to 999.
       INITIALIZE-VOLUME-TOLERANCE.
           ACCEPT WS-VOLUME-TOLERANCE-TEXT
               FROM ENVIRONMENT "GREET_VOLUME_TOLERANCE"
           IF WS-VOLUME-TOLERANCE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-VOLUME-TOLERANCE-TEXT) NOT = 0
                   DISPLAY "PATRON-EDIT: GREET_VOLUME_TOLERANCE '"
                       WS-VOLUME-TOLERANCE-TEXT
                       "' IS NOT NUMERIC - IGNORING OVERRIDE"
               ELSE
                   MOVE FUNCTION NUMVAL(WS-VOLUME-TOLERANCE-TEXT)
                       TO WS-VOLUME-TOLERANCE-CANDIDATE
                   IF WS-VOLUME-TOLERANCE-CANDIDATE > 0
                           AND WS-VOLUME-TOLERANCE-CANDIDATE <= 999
                       MOVE WS-VOLUME-TOLERANCE-CANDIDATE
                           TO WS-VOLUME-TOLERANCE
                   ELSE
                       DISPLAY "PATRON-EDIT: GREET_VOLUME_TOLERANCE '"
                           WS-VOLUME-TOLERANCE-TEXT
                           "' IS OUT OF RANGE - IGNORING OVERRIDE"
                   END-IF
               END-IF
           END-IF.

      * How far any one branch's or channel's share of tonight's
      * extract may sit from its share over the prior nights, in
      * percentage points, 1 to 100.
       INITIALIZE-MIX-TOLERANCE.
           ACCEPT WS-MIX-TOLERANCE-TEXT
               FROM ENVIRONMENT "GREET_VOLUME_MIX_TOLERANCE"
           IF WS-MIX-TOLERANCE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MIX-TOLERANCE-TEXT) NOT = 0
                   DISPLAY "PATRON-EDIT: GREET_VOLUME_MIX_TOLERANCE '"
                       WS-MIX-TOLERANCE-TEXT
                       "' IS NOT NUMERIC - IGNORING OVERRIDE"
               ELSE
                   MOVE FUNCTION NUMVAL(WS-MIX-TOLERANCE-TEXT)
                       TO WS-MIX-TOLERANCE-CANDIDATE
                   IF WS-MIX-TOLERANCE-CANDIDATE > 0
                           AND WS-MIX-TOLERANCE-CANDIDATE <= 100
                       MOVE WS-MIX-TOLERANCE-CANDIDATE
                           TO WS-MIX-TOLERANCE
                   ELSE
                       DISPLAY
                           "PATRON-EDIT: GREET_VOLUME_MIX_TOLERANCE '"
                           WS-MIX-TOLERANCE-TEXT
                           "' IS OUT OF RANGE - IGNORING OVERRIDE"
                   END-IF
               END-IF
           END-IF.

      * PATRONRAW missing is fatal, not tolerated - no extract means
      * the night can't run, and handing greet-batch an empty
      * PATRONIN would silently greet nobody.  This pass only counts
      * the extract, by branch and by channel, for the volume gate -
      * SORT USING below opens and reads it again on its own.
       COUNT-RAW-VOLUME.
           OPEN INPUT RAW-PATRON-FILE
           IF WS-RAW-STATUS NOT = '00'
               DISPLAY "PATRON-EDIT: UNABLE TO OPEN PATRONRAW, STATUS="
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-RAW-FILE
               READ RAW-PATRON-FILE
                   AT END
                       SET END-OF-RAW-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VOLUME-RAW-TOTAL
                       MOVE 'B' TO WS-VOL-LOOKUP-CLASS
                       MOVE RAW-BRANCH-CODE TO WS-VOL-LOOKUP-KEY
                       PERFORM FIND-VOLUME-KEY
                       ADD 1 TO WS-VOL-TONIGHT(WS-VOLUME-KEY-IDX)
                       MOVE 'C' TO WS-VOL-LOOKUP-CLASS
                       MOVE RAW-DELIVERY-CHANNEL TO WS-VOL-LOOKUP-KEY
                       PERFORM FIND-VOLUME-KEY
                       ADD 1 TO WS-VOL-TONIGHT(WS-VOLUME-KEY-IDX)
               END-READ
           END-PERFORM
           CLOSE RAW-PATRON-FILE.

      * Leaves WS-VOLUME-KEY-IDX on the row for WS-VOL-LOOKUP-CLASS
      * and WS-VOL-LOOKUP-KEY, adding it with zero counts if it isn't
      * in the table yet.
       FIND-VOLUME-KEY.
           MOVE 'N' TO WS-VOLUME-KEY-FOUND
           IF WS-VOLUME-KEY-COUNT > 0
               SET WS-VOLUME-KEY-IDX TO 1
               SEARCH WS-VOLUME-KEY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VOL-CLASS(WS-VOLUME-KEY-IDX)
                           = WS-VOL-LOOKUP-CLASS
                       AND WS-VOL-KEY(WS-VOLUME-KEY-IDX)
                           = WS-VOL-LOOKUP-KEY
                       SET VOLUME-KEY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT VOLUME-KEY-FOUND
               IF WS-VOLUME-KEY-COUNT >= 200
                   DISPLAY "PATRON-EDIT: VOLUME TABLE EXCEEDS 200 "
                       "BRANCHES AND CHANNELS - INCREASE CAPACITY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-VOLUME-KEY-COUNT
               SET WS-VOLUME-KEY-IDX TO WS-VOLUME-KEY-COUNT
               MOVE WS-VOL-LOOKUP-CLASS
                   TO WS-VOL-CLASS(WS-VOLUME-KEY-IDX)
               MOVE WS-VOL-LOOKUP-KEY TO WS-VOL-KEY(WS-VOLUME-KEY-IDX)
               MOVE 0 TO WS-VOL-TONIGHT(WS-VOLUME-KEY-IDX)
                   WS-VOL-HISTORY(WS-VOLUME-KEY-IDX)
                   WS-VOL-NIGHT(WS-VOLUME-KEY-IDX)
           END-IF.

      * RUNCTL.<date> for each of the prior nights, newest first.  An
      * archive that isn't there is a night the chain didn't run or
      * one before archiving began, passed over; a night whose
      * archive holds no volume rows (the gate stopped it, or it ran
      * before the gate existed) simply doesn't count towards the
      * average.
       LOAD-VOLUME-HISTORY.
           PERFORM VARYING WS-VHIST-DAYS-BACK FROM 1 BY 1
                   UNTIL WS-VHIST-DAYS-BACK > WS-VOLUME-NIGHTS
               COMPUTE WS-VHIST-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-ARCHIVE-TODAY-NUM)
                           - WS-VHIST-DAYS-BACK)
               MOVE WS-VHIST-DATE-NUM TO WS-VHIST-DATE
               PERFORM SCAN-VOLUME-HISTORY-FILE
           END-PERFORM.

      * Any open failure other than a missing archive is fatal, the
      * same split contact-trace applies to its archive walk.
       SCAN-VOLUME-HISTORY-FILE.
           MOVE SPACES TO WS-VHIST-NAME
           STRING WS-RUNC-FILE-NAME DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-VHIST-DATE DELIMITED BY SIZE
               INTO WS-VHIST-NAME
           OPEN INPUT VOLUME-HISTORY-FILE
           IF WS-VHIST-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-VHIST-STATUS NOT = '00'
               DISPLAY "PATRON-EDIT: UNABLE TO OPEN " WS-VHIST-NAME
                   ", STATUS=" WS-VHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-VHIST-NIGHT-FLAG
           PERFORM CLEAR-VOLUME-NIGHT
           PERFORM UNTIL WS-VHIST-STATUS = '10'
               READ VOLUME-HISTORY-FILE
                   AT END
                       MOVE '10' TO WS-VHIST-STATUS
                   NOT AT END
                       IF VHIST-JOB-NAME = 'PATRON-EDIT'
                               AND VHIST-VOLUME-RECORD
                               AND VHIST-INPUT-COUNT NUMERIC
                           PERFORM TALLY-VOLUME-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VOLUME-HISTORY-FILE
           IF VHIST-NIGHT-FOUND
               ADD 1 TO WS-VOLUME-NIGHTS-USED
               ADD WS-VHIST-NIGHT-TOTAL TO WS-VOLUME-HIST-TOTAL
               PERFORM VARYING WS-VOLUME-KEY-IDX FROM 1 BY 1
                       UNTIL WS-VOLUME-KEY-IDX > WS-VOLUME-KEY-COUNT
                   ADD WS-VOL-NIGHT(WS-VOLUME-KEY-IDX)
                       TO WS-VOL-HISTORY(WS-VOLUME-KEY-IDX)
               END-PERFORM
           END-IF.

      * A total row starts a new set of volume rows - a later run the
      * same night replaces an earlier one's.  Branch and channel rows
      * before any total row belong to no set and are passed over.
       TALLY-VOLUME-HISTORY-ROW.
           IF VHIST-VOLUME-TOTAL
               SET VHIST-NIGHT-FOUND TO TRUE
               MOVE VHIST-INPUT-COUNT TO WS-VHIST-NIGHT-TOTAL
               PERFORM CLEAR-VOLUME-NIGHT
           ELSE
               IF VHIST-NIGHT-FOUND
                       AND (VHIST-VOLUME-BRANCH OR VHIST-VOLUME-CHANNEL)
                   MOVE VHIST-VOLUME-CLASS TO WS-VOL-LOOKUP-CLASS
                   MOVE VHIST-VOLUME-KEY TO WS-VOL-LOOKUP-KEY
                   PERFORM FIND-VOLUME-KEY
                   ADD VHIST-INPUT-COUNT
                       TO WS-VOL-NIGHT(WS-VOLUME-KEY-IDX)
               END-IF
           END-IF.

       CLEAR-VOLUME-NIGHT.
           PERFORM VARYING WS-VOLUME-KEY-IDX FROM 1 BY 1
                   UNTIL WS-VOLUME-KEY-IDX > WS-VOLUME-KEY-COUNT
               MOVE 0 TO WS-VOL-NIGHT(WS-VOLUME-KEY-IDX)
           END-PERFORM.

      * Too little history and the gate isn't applied at all.
      * Otherwise the total count is checked against the average, and
      * - when there is anything to take a share of - every branch and
      * channel against its share of the prior nights, so a source
      * system that drops one branch's patrons or one channel's is
      * caught even when the total still looks about right.  Each
      * breach is DISPLAYed; any breach fails the gate, and a failed
      * gate stops the chain here unless the operator has overridden
      * it.
       CHECK-EXTRACT-VOLUME.
           IF WS-VOLUME-NIGHTS-USED < WS-VOLUME-NIGHTS-NEEDED
               SET VOLUME-GATE-NOT-CHECKED TO TRUE
               DISPLAY "PATRON-EDIT: " WS-VOLUME-NIGHTS-USED
                   " PRIOR NIGHT(S) OF VOLUME HISTORY ON RUNCTL - "
                   "EXTRACT VOLUME GATE NOT APPLIED"
               EXIT PARAGRAPH
           END-IF
           SET VOLUME-GATE-PASSED TO TRUE
           COMPUTE WS-VOLUME-AVERAGE ROUNDED =
               WS-VOLUME-HIST-TOTAL / WS-VOLUME-NIGHTS-USED
           PERFORM CHECK-VOLUME-TOTAL
           IF WS-VOLUME-RAW-TOTAL > 0 AND WS-VOLUME-HIST-TOTAL > 0
               PERFORM VARYING WS-VOLUME-KEY-IDX FROM 1 BY 1
                       UNTIL WS-VOLUME-KEY-IDX > WS-VOLUME-KEY-COUNT
                   PERFORM CHECK-VOLUME-MIX
               END-PERFORM
           END-IF
           IF VOLUME-GATE-PASSED
               DISPLAY "PATRON-EDIT: EXTRACT VOLUME WITHIN TOLERANCE - "
                   WS-VOLUME-RAW-TOTAL " RECORDS AGAINST A "
                   WS-VOLUME-NIGHTS-USED "-NIGHT AVERAGE OF "
                   WS-VOLUME-AVERAGE
               EXIT PARAGRAPH
           END-IF
           IF VOLUME-GATE-OVERRIDDEN
               DISPLAY "PATRON-EDIT: EXTRACT VOLUME OUTSIDE "
                   "TOLERANCE - PROCEEDING ON GREET_VOLUME_OVERRIDE=Y"
           ELSE
               DISPLAY "PATRON-EDIT: EXTRACT VOLUME OUTSIDE "
                   "TOLERANCE - CHAIN STOPPED BEFORE GREET-BATCH"
               DISPLAY "PATRON-EDIT: CHECK PATRONRAW WITH THE SOURCE "
                   "SYSTEM; IF TONIGHT'S EXTRACT IS KNOWN GOOD, RERUN "
                   "WITH GREET_VOLUME_OVERRIDE=Y"
               PERFORM WRITE-RUN-CONTROL-STOPPED
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Percent either way from the average.  An average of zero
      * makes any extract at all a breach; a deviation too large for
      * the field is capped rather than overflowing.
       CHECK-VOLUME-TOTAL.
           EVALUATE TRUE
               WHEN WS-VOLUME-AVERAGE = 0 AND WS-VOLUME-RAW-TOTAL = 0
                   MOVE 0 TO WS-VOLUME-DEVIATION
               WHEN WS-VOLUME-AVERAGE = 0
                   MOVE 99999 TO WS-VOLUME-DEVIATION
               WHEN WS-VOLUME-RAW-TOTAL NOT < WS-VOLUME-AVERAGE
                   COMPUTE WS-VOLUME-DEVIATION ROUNDED =
                       (WS-VOLUME-RAW-TOTAL - WS-VOLUME-AVERAGE) * 100
                           / WS-VOLUME-AVERAGE
                       ON SIZE ERROR
                           MOVE 99999 TO WS-VOLUME-DEVIATION
                   END-COMPUTE
               WHEN OTHER
                   COMPUTE WS-VOLUME-DEVIATION ROUNDED =
                       (WS-VOLUME-AVERAGE - WS-VOLUME-RAW-TOTAL) * 100
                           / WS-VOLUME-AVERAGE
           END-EVALUATE
           IF WS-VOLUME-DEVIATION > WS-VOLUME-TOLERANCE
               SET VOLUME-GATE-FAILED TO TRUE
               DISPLAY "PATRON-EDIT: RAW RECORD COUNT "
                   WS-VOLUME-RAW-TOTAL " IS " WS-VOLUME-DEVIATION
                   "% FROM THE " WS-VOLUME-NIGHTS-USED
                   "-NIGHT AVERAGE OF " WS-VOLUME-AVERAGE
                   " (TOLERANCE " WS-VOLUME-TOLERANCE "%)"
           END-IF.

      * Tonight's share of the extract against the prior nights'
      * share, for the table row at WS-VOLUME-KEY-IDX - a branch or
      * channel missing tonight shows as a share of zero.
       CHECK-VOLUME-MIX.
           COMPUTE WS-VOLUME-TONIGHT-SHARE ROUNDED =
               WS-VOL-TONIGHT(WS-VOLUME-KEY-IDX) * 100
                   / WS-VOLUME-RAW-TOTAL
           COMPUTE WS-VOLUME-HISTORY-SHARE ROUNDED =
               WS-VOL-HISTORY(WS-VOLUME-KEY-IDX) * 100
                   / WS-VOLUME-HIST-TOTAL
           IF WS-VOLUME-TONIGHT-SHARE NOT < WS-VOLUME-HISTORY-SHARE
               COMPUTE WS-VOLUME-SHARE-DIFFERENCE =
                   WS-VOLUME-TONIGHT-SHARE - WS-VOLUME-HISTORY-SHARE
           ELSE
               COMPUTE WS-VOLUME-SHARE-DIFFERENCE =
                   WS-VOLUME-HISTORY-SHARE - WS-VOLUME-TONIGHT-SHARE
           END-IF
           IF WS-VOLUME-SHARE-DIFFERENCE > WS-MIX-TOLERANCE
               SET VOLUME-GATE-FAILED TO TRUE
               IF WS-VOL-CLASS(WS-VOLUME-KEY-IDX) = 'B'
                   MOVE 'BRANCH' TO WS-VOLUME-CLASS-LABEL
               ELSE
                   MOVE 'CHANNEL' TO WS-VOLUME-CLASS-LABEL
               END-IF
               MOVE WS-VOLUME-TONIGHT-SHARE TO WS-VOLUME-TONIGHT-EDIT
               MOVE WS-VOLUME-HISTORY-SHARE TO WS-VOLUME-HISTORY-EDIT
               DISPLAY "PATRON-EDIT: "
                   FUNCTION TRIM(WS-VOLUME-CLASS-LABEL) " '"
                   WS-VOL-KEY(WS-VOLUME-KEY-IDX) "' IS "
                   WS-VOLUME-TONIGHT-EDIT "% OF TONIGHT'S EXTRACT "
                   "AGAINST " WS-VOLUME-HISTORY-EDIT
                   "% OVER PRIOR NIGHTS (TOLERANCE " WS-MIX-TOLERANCE
                   " POINTS)"
           END-IF.

      * Written only once the gate has let the night through, so a
      * stopped night's extract never feeds a later night's average.
       WRITE-VOLUME-RECORDS.
           MOVE 'T' TO WS-VOL-LOOKUP-CLASS
           MOVE SPACES TO WS-VOL-LOOKUP-KEY
           MOVE WS-VOLUME-RAW-TOTAL TO WS-VHIST-NIGHT-TOTAL
           PERFORM WRITE-VOLUME-RECORD
           PERFORM VARYING WS-VOLUME-KEY-IDX FROM 1 BY 1
                   UNTIL WS-VOLUME-KEY-IDX > WS-VOLUME-KEY-COUNT
               IF WS-VOL-TONIGHT(WS-VOLUME-KEY-IDX) > 0
                   MOVE WS-VOL-CLASS(WS-VOLUME-KEY-IDX)
                       TO WS-VOL-LOOKUP-CLASS
                   MOVE WS-VOL-KEY(WS-VOLUME-KEY-IDX)
                       TO WS-VOL-LOOKUP-KEY
                   MOVE WS-VOL-TONIGHT(WS-VOLUME-KEY-IDX)
                       TO WS-VHIST-NIGHT-TOTAL
                   PERFORM WRITE-VOLUME-RECORD
               END-IF
           END-PERFORM.

       OPEN-FILES.
           OPEN OUTPUT CLEAN-PATRON-FILE
           IF WS-CLEAN-STATUS NOT = '00'
               DISPLAY "PATRON-EDIT: UNABLE TO OPEN PATRONIN, STATUS="
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-REJECT-FILE
           PERFORM OPEN-PATRON-MASTER-FILE
           IF MASTER-INITIAL-LOAD
               PERFORM OPEN-GREETING-HISTORY-FILE
           END-IF
           PERFORM OPEN-PATRON-CHANGE-FILE.

      * A GREETHIST that isn't there (35) means nobody has been
      * greeted yet, so every new row is simply owed a welcome.  Any
      * other failure is fatal - loading the master without it would
      * welcome every long-standing patron.
       OPEN-GREETING-HISTORY-FILE.
           OPEN INPUT GREETING-HISTORY-FILE
           IF WS-HIST-STATUS = '35'
               DISPLAY "PATRON-EDIT: GREETHIST NOT FOUND - NO PATRON "
                   "TREATED AS ALREADY WELCOMED"
           ELSE
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY "PATRON-EDIT: UNABLE TO OPEN GREETHIST, "
                       "STATUS=" WS-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET HISTORY-FILE-OPEN TO TRUE
           END-IF.

      * Created empty on the very first run (status 35) and flagged as
      * the initial load, the same create-then-reopen sequence
      * greet-batch uses for GREETHIST.  Any other failure is fatal -
      * without the master greet-batch can't tell who is new.
       OPEN-PATRON-MASTER-FILE.
           OPEN I-O PATRON-MASTER-FILE
           IF WS-PMST-STATUS = '35'
               OPEN OUTPUT PATRON-MASTER-FILE
               IF WS-PMST-STATUS = '00'
                   CLOSE PATRON-MASTER-FILE
                   OPEN I-O PATRON-MASTER-FILE
                   SET MASTER-INITIAL-LOAD TO TRUE
                   DISPLAY "PATRON-EDIT: PATRONMSTR NOT FOUND - "
                       "INITIAL LOAD, ALL PATRONS CLASSIFIED NEW"
               END-IF
           END-IF
           IF WS-PMST-STATUS NOT = '00'
               DISPLAY "PATRON-EDIT: UNABLE TO OPEN PATRONMSTR, STATUS="
                   WS-PMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Archived under the prior day's date and recreated fresh like
      * PATRONREJ - except on a second run the same day, when the
      * archive already exists and tonight's file already holds the
      * first run's changes.  Those changes are on the master by now,
      * so a rerun can't rediscover them; the file is extended rather
      * than emptied so they aren't lost from the audit trail.
       OPEN-PATRON-CHANGE-FILE.
           PERFORM ARCHIVE-PATRON-CHANGE-FILE
           IF PCHG-SAME-DAY-RERUN
               OPEN EXTEND PATRON-CHANGE-FILE
               IF WS-PCHG-STATUS NOT = '00'
                   OPEN OUTPUT PATRON-CHANGE-FILE
               END-IF
           ELSE
               OPEN OUTPUT PATRON-CHANGE-FILE
           END-IF
           IF WS-PCHG-STATUS NOT = '00'
               DISPLAY "PATRON-EDIT: UNABLE TO OPEN PATRONCHG, STATUS="
                   WS-PCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ARCHIVE-PATRON-CHANGE-FILE.
           STRING WS-PCHG-FILE-NAME DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-ARCHIVE-DATE DELIMITED BY SIZE
               INTO WS-PCHG-ARCHIVE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-PCHG-ARCHIVE-NAME
                   WS-ARCHIVE-EXIST-INFO
               RETURNING WS-ARCHIVE-RC
           IF WS-ARCHIVE-RC = 0
               DISPLAY "PATRON-EDIT: PATRONCHG ARCHIVE FOR "
                   WS-ARCHIVE-DATE " ALREADY EXISTS - KEEPING IT"
               SET PCHG-SAME-DAY-RERUN TO TRUE
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-PCHG-FILE-NAME
                       WS-PCHG-ARCHIVE-NAME
                   RETURNING WS-ARCHIVE-RC
               IF WS-ARCHIVE-RC NOT = 0 AND WS-ARCHIVE-RC NOT = 128
                   DISPLAY "PATRON-EDIT: UNABLE TO ARCHIVE PATRONCHG, "
                       "RC=" WS-ARCHIVE-RC
               END-IF
           END-IF.

       OPEN-REJECT-FILE.
           PERFORM ARCHIVE-REJECT-FILE
               IF RECORD-REJECTED
                   PERFORM WRITE-REJECT-RECORD
                   ADD 1 TO WS-STATS-REJECTED
                   PERFORM MARK-REJECTED-PATRON-SEEN
               ELSE
                   PERFORM WRITE-CLEAN-RECORD
                   ADD 1 TO WS-STATS-ACCEPTED
                   PERFORM CLASSIFY-PATRON-RECORD
               END-IF
               PERFORM RETURN-SORTED-RECORD
           END-PERFORM.
           MOVE SORT-PATRON-RECORD TO PTREJ-PATRON-DATA
           WRITE PATRON-REJECT-RECORD.

      * Works from the sort record, which stays put until the next
      * RETURN, rather than the PATRONIN record area just written.
      * Not on the master is new.  On the master, every field
      * the greeting run uses is compared and each difference logged;
      * a dropped patron coming back is a change (its STATUS), never
      * new, since the patron was greeted the first time round.  A
      * rerun the same day finds the first run's changes already
      * applied, so a row already classified today with nothing
      * further changed keeps today's classification instead of
      * flipping to unchanged - a new patron stays new for a rerun of
      * greet-batch.
       CLASSIFY-PATRON-RECORD.
           MOVE SORT-PATRON-ID TO PMST-PATRON-ID
           PERFORM READ-PATRON-MASTER
           IF NOT MASTER-ROW-FOUND
               MOVE SPACES TO PATRON-MASTER-RECORD
               MOVE SORT-PATRON-RECORD TO PMST-PATRON-DATA
               MOVE WS-RUN-DATE TO PMST-FIRST-SEEN-DATE
                   PMST-LAST-SEEN-DATE PMST-LAST-CHANGED-DATE
                   PMST-CLASS-DATE
               SET PMST-ACTIVE TO TRUE
               SET PMST-CLASS-NEW TO TRUE
               SET PMST-WELCOME-OWED TO TRUE
               IF HISTORY-FILE-OPEN
                   PERFORM CHECK-PRIOR-GREETING
               END-IF
               WRITE PATRON-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "PATRON-EDIT: UNABLE TO WRITE "
                           "PATRONMSTR FOR " SORT-PATRON-ID ", STATUS="
                           WS-PMST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
               MOVE SORT-PATRON-ID TO WS-CHG-PATRON-ID
               MOVE 'N' TO WS-CHG-TYPE
               MOVE SPACES TO WS-CHG-FIELD-NAME WS-CHG-BEFORE-VALUE
                   WS-CHG-AFTER-VALUE
               PERFORM WRITE-CHANGE-RECORD
               ADD 1 TO WS-STATS-NEW
           ELSE
               MOVE 0 TO WS-FIELDS-CHANGED
               MOVE SORT-PATRON-ID TO WS-CHG-PATRON-ID
               MOVE 'C' TO WS-CHG-TYPE
               PERFORM COMPARE-MASTER-FIELDS
               MOVE SORT-PATRON-RECORD TO PMST-PATRON-DATA
               MOVE WS-RUN-DATE TO PMST-LAST-SEEN-DATE
               SET PMST-ACTIVE TO TRUE
               IF WS-FIELDS-CHANGED > 0
                   MOVE WS-RUN-DATE TO PMST-LAST-CHANGED-DATE
                   SET PMST-CLASS-CHANGED TO TRUE
                   MOVE WS-RUN-DATE TO PMST-CLASS-DATE
               ELSE
                   IF PMST-CLASS-DATE NOT = WS-RUN-DATE
                       SET PMST-CLASS-UNCHANGED TO TRUE
                       MOVE WS-RUN-DATE TO PMST-CLASS-DATE
                   END-IF
               END-IF
               PERFORM REWRITE-PATRON-MASTER
               EVALUATE TRUE
                   WHEN PMST-CLASS-NEW
                       ADD 1 TO WS-STATS-NEW
                   WHEN PMST-CLASS-CHANGED
                       ADD 1 TO WS-STATS-CHANGED
                   WHEN OTHER
                       ADD 1 TO WS-STATS-UNCHANGED
               END-EVALUATE
           END-IF.

      * One change row per differing field.  The master still holds
      * the before values at this point - CLASSIFY-PATRON-RECORD only
      * overlays tonight's data once every comparison is done.
       COMPARE-MASTER-FIELDS.
           IF PMST-DROPPED
               MOVE 'STATUS' TO WS-CHG-FIELD-NAME
               MOVE 'DROPPED' TO WS-CHG-BEFORE-VALUE
               MOVE 'ACTIVE' TO WS-CHG-AFTER-VALUE
               PERFORM LOG-FIELD-CHANGE
           END-IF
           IF SORT-PATRON-NAME NOT = PMST-PATRON-NAME
               MOVE 'NAME' TO WS-CHG-FIELD-NAME
               MOVE PMST-PATRON-NAME TO WS-CHG-BEFORE-VALUE
               MOVE SORT-PATRON-NAME TO WS-CHG-AFTER-VALUE
               PERFORM LOG-FIELD-CHANGE
           END-IF
           IF SORT-LANGUAGE-CODE NOT = PMST-LANGUAGE-CODE
               MOVE 'LANGUAGE' TO WS-CHG-FIELD-NAME
               MOVE PMST-LANGUAGE-CODE TO WS-CHG-BEFORE-VALUE
               MOVE SORT-LANGUAGE-CODE TO WS-CHG-AFTER-VALUE
               PERFORM LOG-FIELD-CHANGE
           END-IF
           IF SORT-DELIVERY-CHANNEL NOT = PMST-DELIVERY-CHANNEL
               MOVE 'CHANNEL' TO WS-CHG-FIELD-NAME
               MOVE PMST-DELIVERY-CHANNEL TO WS-CHG-BEFORE-VALUE
               MOVE SORT-DELIVERY-CHANNEL TO WS-CHG-AFTER-VALUE
               PERFORM LOG-FIELD-CHANGE
           END-IF
           IF SORT-POSTAL-LINE-1 NOT = PMST-POSTAL-LINE-1
               MOVE 'POSTAL-LINE-1' TO WS-CHG-FIELD-NAME
               MOVE PMST-POSTAL-LINE-1 TO WS-CHG-BEFORE-VALUE
               MOVE SORT-POSTAL-LINE-1 TO WS-CHG-AFTER-VALUE
               PERFORM LOG-FIELD-CHANGE
           END-IF
           IF SORT-POSTAL-LINE-2 NOT = PMST-POSTAL-LINE-2
               MOVE 'POSTAL-LINE-2' TO WS-CHG-FIELD-NAME
               MOVE PMST-POSTAL-LINE-2 TO WS-CHG-BEFORE-VALUE
               MOVE SORT-POSTAL-LINE-2 TO WS-CHG-AFTER-VALUE
               PERFORM LOG-FIELD-CHANGE
           END-IF
           IF SORT-POSTAL-LINE-3 NOT = PMST-POSTAL-LINE-3
               MOVE 'POSTAL-LINE-3' TO WS-CHG-FIELD-NAME
               MOVE PMST-POSTAL-LINE-3 TO WS-CHG-BEFORE-VALUE
               MOVE SORT-POSTAL-LINE-3 TO WS-CHG-AFTER-VALUE
               PERFORM LOG-FIELD-CHANGE
           END-IF
           IF SORT-EMAIL-ADDRESS NOT = PMST-EMAIL-ADDRESS
               MOVE 'EMAIL' TO WS-CHG-FIELD-NAME
               MOVE PMST-EMAIL-ADDRESS TO WS-CHG-BEFORE-VALUE
               MOVE SORT-EMAIL-ADDRESS TO WS-CHG-AFTER-VALUE
               PERFORM LOG-FIELD-CHANGE
           END-IF
           IF SORT-PHONE-NUMBER NOT = PMST-PHONE-NUMBER
               MOVE 'PHONE' TO WS-CHG-FIELD-NAME
               MOVE PMST-PHONE-NUMBER TO WS-CHG-BEFORE-VALUE
               MOVE SORT-PHONE-NUMBER TO WS-CHG-AFTER-VALUE
               PERFORM LOG-FIELD-CHANGE
           END-IF
           IF SORT-BRANCH-CODE NOT = PMST-BRANCH-CODE
               MOVE 'BRANCH' TO WS-CHG-FIELD-NAME
               MOVE PMST-BRANCH-CODE TO WS-CHG-BEFORE-VALUE
               MOVE SORT-BRANCH-CODE TO WS-CHG-AFTER-VALUE
               PERFORM LOG-FIELD-CHANGE
           END-IF.

       LOG-FIELD-CHANGE.
           ADD 1 TO WS-FIELDS-CHANGED
           PERFORM WRITE-CHANGE-RECORD.

      * A rejected record with a usable ID is still a patron the
      * source system sent tonight - a bad language code doesn't mean
      * they left - so its master row, if it has one, is stamped
      * seen and kept out of the dropped sweep.  Nothing else on the
      * row moves, since none of tonight's values passed the edits.
       MARK-REJECTED-PATRON-SEEN.
           IF SORT-PATRON-ID NOT = SPACES
               MOVE SORT-PATRON-ID TO PMST-PATRON-ID
               PERFORM READ-PATRON-MASTER
               IF MASTER-ROW-FOUND
                       AND PMST-LAST-SEEN-DATE NOT = WS-RUN-DATE
                   MOVE WS-RUN-DATE TO PMST-LAST-SEEN-DATE
                   PERFORM REWRITE-PATRON-MASTER
               END-IF
           END-IF.

      * Once the whole extract has been through, any master row still
      * active but not seen tonight is a patron the extract dropped.
      * Walked in key order from the top with START/READ NEXT; a row
      * already dropped stays as it is and isn't logged again.
       DETECT-DROPPED-PATRONS.
           MOVE LOW-VALUES TO PMST-PATRON-ID
           START PATRON-MASTER-FILE KEY IS NOT LESS THAN PMST-PATRON-ID
               INVALID KEY
                   SET END-OF-MASTER-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER-FILE
               READ PATRON-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-MASTER-FILE TO TRUE
                   NOT AT END
                       IF PMST-ACTIVE
                               AND PMST-LAST-SEEN-DATE < WS-RUN-DATE
                           SET PMST-DROPPED TO TRUE
                           SET PMST-CLASS-DROPPED TO TRUE
                           MOVE WS-RUN-DATE TO PMST-CLASS-DATE
                               PMST-LAST-CHANGED-DATE
                           PERFORM REWRITE-PATRON-MASTER
                           MOVE PMST-PATRON-ID TO WS-CHG-PATRON-ID
                           MOVE 'D' TO WS-CHG-TYPE
                           MOVE SPACES TO WS-CHG-FIELD-NAME
                               WS-CHG-BEFORE-VALUE WS-CHG-AFTER-VALUE
                           PERFORM WRITE-CHANGE-RECORD
                           ADD 1 TO WS-STATS-DROPPED
                       END-IF
               END-READ
           END-PERFORM.

      * Initial load only: a patron greeted before the master existed
      * has had their welcome, on the date GREETHIST records.
       CHECK-PRIOR-GREETING.
           MOVE SORT-PATRON-ID TO HIST-PATRON-ID
           READ GREETING-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PMST-WELCOME-SENT TO TRUE
                   MOVE HIST-LAST-GREETED-DATE TO PMST-WELCOMED-DATE
                   ADD 1 TO WS-STATS-ALREADY-WELCOMED
           END-READ.

       READ-PATRON-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
           READ PATRON-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-ROW-FOUND TO TRUE
           END-READ.

       REWRITE-PATRON-MASTER.
           REWRITE PATRON-MASTER-RECORD
               INVALID KEY
                   DISPLAY "PATRON-EDIT: UNABLE TO REWRITE PATRONMSTR "
                       "FOR " PMST-PATRON-ID ", STATUS=" WS-PMST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       WRITE-CHANGE-RECORD.
           MOVE SPACES TO PATRON-CHANGE-RECORD
           MOVE WS-RUN-DATE TO PCHG-RUN-DATE
           MOVE WS-CHG-PATRON-ID TO PCHG-PATRON-ID
           MOVE WS-CHG-TYPE TO PCHG-CHANGE-TYPE
           MOVE WS-CHG-FIELD-NAME TO PCHG-FIELD-NAME
           MOVE WS-CHG-BEFORE-VALUE TO PCHG-BEFORE-VALUE
           MOVE WS-CHG-AFTER-VALUE TO PCHG-AFTER-VALUE
           WRITE PATRON-CHANGE-RECORD
           IF WS-PCHG-STATUS NOT = '00'
               DISPLAY "PATRON-EDIT: UNABLE TO WRITE PATRONCHG, STATUS="
                   WS-PCHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STATS-CHANGE-ROWS.

       CLOSE-FILES.
           CLOSE CLEAN-PATRON-FILE REJECT-FILE PATRON-MASTER-FILE
               PATRON-CHANGE-FILE
           IF HISTORY-FILE-OPEN
               CLOSE GREETING-HISTORY-FILE
           END-IF.

      * The prior night's run-control rows roll out to a dated
      * archive before tonight's first row is appended, stamped with
           MOVE ZEROES TO RUNC-INPUT-COUNT RUNC-OUTPUT-COUNT
               RUNC-SKIP-COUNT RUNC-EXCEPTION-COUNT RUNC-PRINT-COUNT
               RUNC-EMAIL-COUNT RUNC-SMS-COUNT
           MOVE WS-VOLUME-OVERRIDE-FLAG TO RUNC-GATE-OVERRIDE
           PERFORM APPEND-RUN-CONTROL-RECORD.

      * One volume row, class and key from WS-VOL-LOOKUP-CLASS and
      * WS-VOL-LOOKUP-KEY and the count from WS-VHIST-NIGHT-TOTAL.
       WRITE-VOLUME-RECORD.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE 'PATRON-EDIT' TO RUNC-JOB-NAME
           MOVE WS-RUN-DATE TO RUNC-RUN-DATE
           MOVE 'V' TO RUNC-RECORD-TYPE
           MOVE FUNCTION CURRENT-DATE TO RUNC-TIMESTAMP
           MOVE ZEROES TO RUNC-INPUT-COUNT RUNC-OUTPUT-COUNT
               RUNC-SKIP-COUNT RUNC-EXCEPTION-COUNT RUNC-PRINT-COUNT
               RUNC-EMAIL-COUNT RUNC-SMS-COUNT
           MOVE WS-VHIST-NIGHT-TOTAL TO RUNC-INPUT-COUNT
           MOVE WS-VOL-LOOKUP-CLASS TO RUNC-VOLUME-CLASS
           MOVE WS-VOL-LOOKUP-KEY TO RUNC-VOLUME-KEY
           MOVE WS-VOLUME-GATE-RESULT TO RUNC-GATE-RESULT
           MOVE WS-VOLUME-OVERRIDE-FLAG TO RUNC-GATE-OVERRIDE
           PERFORM APPEND-RUN-CONTROL-RECORD.

      * The gate's stop, recorded as this job's end row with status G
      * rather than C - the night-end controller, reading only
      * completed end rows, reports the chain as not having finished,
      * which is what happened.  The raw count goes in as the input
      * count so the row says what was refused.
       WRITE-RUN-CONTROL-STOPPED.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE 'PATRON-EDIT' TO RUNC-JOB-NAME
           MOVE WS-RUN-DATE TO RUNC-RUN-DATE
           MOVE 'E' TO RUNC-RECORD-TYPE
           MOVE FUNCTION CURRENT-DATE TO RUNC-TIMESTAMP
           MOVE 'G' TO RUNC-STATUS
           MOVE ZEROES TO RUNC-INPUT-COUNT RUNC-OUTPUT-COUNT
               RUNC-SKIP-COUNT RUNC-EXCEPTION-COUNT RUNC-PRINT-COUNT
               RUNC-EMAIL-COUNT RUNC-SMS-COUNT
           MOVE WS-VOLUME-RAW-TOTAL TO RUNC-INPUT-COUNT
           MOVE WS-VOLUME-GATE-RESULT TO RUNC-GATE-RESULT
           MOVE WS-VOLUME-OVERRIDE-FLAG TO RUNC-GATE-OVERRIDE
           PERFORM APPEND-RUN-CONTROL-RECORD.

      * Accepted records are this job's output and the next job's
           MOVE WS-STATS-REJECTED TO RUNC-EXCEPTION-COUNT
           MOVE ZEROES TO RUNC-PRINT-COUNT RUNC-EMAIL-COUNT
               RUNC-SMS-COUNT
           MOVE WS-VOLUME-GATE-RESULT TO RUNC-GATE-RESULT
           MOVE WS-VOLUME-OVERRIDE-FLAG TO RUNC-GATE-OVERRIDE
           PERFORM APPEND-RUN-CONTROL-RECORD.

       APPEND-RUN-CONTROL-RECORD.
               WS-STATS-BAD-LANGUAGE
           DISPLAY "PATRON-EDIT: REJECT - BAD CHANNEL:  "
               WS-STATS-BAD-CHANNEL
           IF MASTER-INITIAL-LOAD
               DISPLAY "PATRON-EDIT: *** PATRONMSTR INITIAL LOAD ***"
               DISPLAY "PATRON-EDIT: MASTER - ALREADY GREETED:"
                   WS-STATS-ALREADY-WELCOMED
           END-IF
           DISPLAY "PATRON-EDIT: MASTER - NEW:          "
               WS-STATS-NEW
           DISPLAY "PATRON-EDIT: MASTER - CHANGED:      "
               WS-STATS-CHANGED
           DISPLAY "PATRON-EDIT: MASTER - UNCHANGED:    "
               WS-STATS-UNCHANGED
           DISPLAY "PATRON-EDIT: MASTER - DROPPED:      "
               WS-STATS-DROPPED
           DISPLAY "PATRON-EDIT: CHANGE LOG ROWS:       "
               WS-STATS-CHANGE-ROWS
           DISPLAY "PATRON-EDIT: ===== END OF SUMMARY =====".

       END PROGRAM patron-edit.
