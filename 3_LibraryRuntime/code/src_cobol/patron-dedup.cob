       IDENTIFICATION DIVISION.
       PROGRAM-ID. patron-dedup.

      * Probable-duplicate patron detection.  Runs after patron-edit
      * and ahead of greet-batch.  patron-edit rejects a repeated
      * PATRON-ID, but it can't see the same person registered twice
      * under two IDs - typically a patron signing up again at a
      * second branch, who would then get two welcome cards at the one
      * address.  This job reads tonight's clean extract (PATRONIN),
      * folds every name through the same case-fold table handler
      * uses (name-case-table.cpy) and tidies its spacing, sorts on
      * that, and within each run of matching names groups the records
      * that also share the postal lines, the email address or the
      * phone number.  Every group of two or more goes to the DUPRPT
      * report for circulation staff to merge the accounts.
      *
      * Each group's oldest record - earliest first seen on the
      * patron master, then lowest ID - is the one kept.  With
      * GREET_DUP_HOLD=Y every other member is also written to the
      * DUPHOLD list, which greet-batch reads to hold those patrons out
      * of tonight's greeting run; a patron already on the master is
      * always the one kept over a registration new tonight, so the
      * second card simply never goes out.  Without the option the
      * report is produced and nobody is held.
      *
      * Writes no RUNCTL rows - like greet-retry it sits alongside the
      * balanced chain rather than in it; greet-batch accounts for
      * every patron it holds as a skip.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATRON-FILE ASSIGN TO "PATRONIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATRON-STATUS.

      * Read only - first-seen date and tonight's classification for
      * each record, to pick the member of a group that is kept.
           SELECT PATRON-MASTER-FILE ASSIGN TO "PATRONMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMST-PATRON-ID
               FILE STATUS IS WS-PMST-STATUS.

           SELECT DUPLICATE-REPORT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPRPT-STATUS.

      * Recreated every run, held or not, so a hold list from an
      * earlier night can't outlive the run that wrote it.  Groups
      * come out in name order, not patron-ID order, so the rows go
      * in by key.
           SELECT DUPLICATE-HOLD-FILE ASSIGN TO "DUPHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DHLD-PATRON-ID
               FILE STATUS IS WS-DHLD-STATUS.

           SELECT DEDUP-SORT-FILE ASSIGN TO "DUPSRT".

       DATA DIVISION.
       FILE SECTION.
       FD  PATRON-FILE.
           COPY "patron-record.cpy".

       FD  PATRON-MASTER-FILE.
           COPY "patron-master-record.cpy".

       FD  DUPLICATE-REPORT-FILE.
           COPY "duplicate-patron-record.cpy".

       FD  DUPLICATE-HOLD-FILE.
           COPY "duplicate-hold-record.cpy".

      * The match keys ride ahead of the patron's own fields so the
      * sort brings every record with the same tidied name together,
      * oldest first within the name.
       SD  DEDUP-SORT-FILE.
       01  DEDUP-SORT-RECORD.
           05  DSRT-NAME-KEY            PIC X(100).
           05  DSRT-FIRST-SEEN-DATE     PIC X(8).
           05  DSRT-PATRON-ID           PIC X(10).
           05  DSRT-CLASS               PIC X(1).
           05  DSRT-POSTAL-KEY          PIC X(120).
           05  DSRT-EMAIL-KEY           PIC X(60).
           05  DSRT-PHONE-KEY           PIC X(15).
           05  DSRT-PATRON-NAME         PIC X(100).
           05  DSRT-DELIVERY-CHANNEL    PIC X(1).
           05  DSRT-BRANCH-CODE         PIC X(4).
           05  DSRT-POSTAL-LINE-1       PIC X(40).
           05  DSRT-EMAIL-ADDRESS       PIC X(60).
           05  DSRT-PHONE-NUMBER        PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-PATRON-STATUS             PIC XX.
       01  WS-PMST-STATUS               PIC XX.
       01  WS-DUPRPT-STATUS             PIC XX.
       01  WS-DHLD-STATUS               PIC XX.
       01  WS-RUN-DATE                  PIC X(8).
       01  WS-PATRON-EOF-FLAG           PIC X VALUE 'N'.
           88  END-OF-PATRON-FILE           VALUE 'Y'.
       01  WS-SORT-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-SORTED-RECORDS        VALUE 'Y'.

      * GREET_DUP_HOLD=Y holds all but one member of each group out
      * of tonight's greeting run; anything else only reports them.
       01  WS-DUP-HOLD-TEXT             PIC X(9).
       01  WS-DUP-HOLD-FLAG             PIC X VALUE 'N'.
           88  HOLD-DUPLICATES              VALUE 'Y'.

           COPY "name-case-table.cpy".

      * Match-key tidying.  A name or postal line is case-folded,
      * stripped of the full stops and commas that come and go
      * between registrations ("St." / "St", "Smith, J"), and has its
      * runs of spaces squeezed to one and its leading spaces dropped.
      * An email address is only case-folded and left-justified - its
      * punctuation is significant.  A phone number is reduced to its
      * digits, and fewer than 7 of them is too little to match on.
       01  WS-TIDY-IN                   PIC X(100).
       01  WS-TIDY-OUT                  PIC X(100).
       01  WS-TIDY-PUNCTUATION-FLAG     PIC X VALUE 'Y'.
           88  TIDY-DROPS-PUNCTUATION       VALUE 'Y'.
       01  WS-TIDY-IDX                  PIC 9(3).
       01  WS-TIDY-LEN                  PIC 9(3).
       01  WS-TIDY-CHAR                 PIC X(1).
       01  WS-TIDY-LAST-CHAR            PIC X(1).
       01  WS-POSTAL-KEY-WORK.
           05  WS-POSTAL-KEY-LINE-1     PIC X(40).
           05  WS-POSTAL-KEY-LINE-2     PIC X(40).
           05  WS-POSTAL-KEY-LINE-3     PIC X(40).
       01  WS-PHONE-DIGITS              PIC X(15).
       01  WS-PHONE-DIGIT-COUNT         PIC 9(2).
       01  WS-PHONE-IDX                 PIC 9(2).

      * One run of records sharing a tidied name, held while the
      * members are compared pairwise.  WS-DUP-LABEL is each member's
      * group: it starts as the member's own position and, as pairs
      * match, every member of the later group is relabelled to the
      * earlier one, so a group always ends up labelled with its first
      * (oldest) member's position - the member that is kept.  Matches
      * chain: A sharing an address with B and B sharing a phone with
      * C puts all three in one group.  A run longer than the table
      * (a very common name) is compared on its first 500 records and
      * counted, rather than aborting the night.
       01  WS-CURRENT-NAME-KEY          PIC X(100) VALUE SPACES.
       01  WS-DUP-MEMBER-COUNT          PIC 9(4) VALUE 0.
       01  WS-DUP-MEMBER-TABLE.
           05  WS-DUP-MEMBER OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DUP-MEMBER-COUNT
                   INDEXED BY WS-DUP-IDX.
               10  WS-DUP-PATRON-ID         PIC X(10).
               10  WS-DUP-FIRST-SEEN-DATE   PIC X(8).
               10  WS-DUP-CLASS             PIC X(1).
               10  WS-DUP-POSTAL-KEY        PIC X(120).
               10  WS-DUP-EMAIL-KEY         PIC X(60).
               10  WS-DUP-PHONE-KEY         PIC X(15).
               10  WS-DUP-PATRON-NAME       PIC X(100).
               10  WS-DUP-DELIVERY-CHANNEL  PIC X(1).
               10  WS-DUP-BRANCH-CODE       PIC X(4).
               10  WS-DUP-POSTAL-LINE-1     PIC X(40).
               10  WS-DUP-EMAIL-ADDRESS     PIC X(60).
               10  WS-DUP-PHONE-NUMBER      PIC X(15).
               10  WS-DUP-LABEL             PIC 9(4).
               10  WS-DUP-MATCH-POSTAL      PIC X(1).
               10  WS-DUP-MATCH-EMAIL       PIC X(1).
               10  WS-DUP-MATCH-PHONE       PIC X(1).
       01  WS-RUN-OVERFLOW-FLAG         PIC X VALUE 'N'.
           88  NAME-RUN-OVERFLOWED          VALUE 'Y'.
       01  WS-PAIR-I                    PIC 9(4).
       01  WS-PAIR-J                    PIC 9(4).
       01  WS-PAIR-K                    PIC 9(4).
       01  WS-PAIR-J-START              PIC 9(4).
       01  WS-PAIR-MATCH-FLAG           PIC X VALUE 'N'.
           88  PAIR-MATCHED                 VALUE 'Y'.
       01  WS-LABEL-KEEP                PIC 9(4).
       01  WS-LABEL-DROP                PIC 9(4).
       01  WS-GROUP-SIZE                PIC 9(4).
       01  WS-GROUP-NUMBER              PIC 9(6) VALUE 0.

      * DUPRPT is archived under the prior day's date and recreated
      * fresh on every run, like patron-edit's PATRONREJ - the report
      * is rebuilt whole from PATRONIN, so a rerun loses nothing.
       01  WS-ARCHIVE-TODAY-NUM         PIC 9(8).
       01  WS-ARCHIVE-DATE              PIC X(8).
       01  WS-ARCHIVE-DATE-NUM          PIC 9(8).
       01  WS-ARCHIVE-RC                PIC S9(9) COMP-5.
       01  WS-ARCHIVE-EXIST-INFO        PIC X(64).
       01  WS-DUPRPT-FILE-NAME          PIC X(6) VALUE "DUPRPT".
       01  WS-DUPRPT-ARCHIVE-NAME       PIC X(15).

       01  WS-STATS-READ                PIC 9(8) VALUE 0.
       01  WS-STATS-NOT-ON-MASTER       PIC 9(8) VALUE 0.
       01  WS-STATS-GROUPS              PIC 9(8) VALUE 0.
       01  WS-STATS-MEMBERS             PIC 9(8) VALUE 0.
       01  WS-STATS-HELD                PIC 9(8) VALUE 0.
       01  WS-STATS-HELD-NEW            PIC 9(8) VALUE 0.
       01  WS-STATS-OVERFLOW-RUNS       PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ARCHIVE-TODAY-NUM
           COMPUTE WS-ARCHIVE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ARCHIVE-TODAY-NUM) - 1)
           MOVE WS-ARCHIVE-DATE-NUM TO WS-ARCHIVE-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM INITIALIZE-HOLD-OPTION
           PERFORM OPEN-FILES
           SORT DEDUP-SORT-FILE
               ON ASCENDING KEY DSRT-NAME-KEY
                                DSRT-FIRST-SEEN-DATE
                                DSRT-PATRON-ID
               INPUT PROCEDURE IS BUILD-MATCH-KEYS
               OUTPUT PROCEDURE IS FIND-DUPLICATE-GROUPS
           PERFORM CLOSE-FILES
           PERFORM WRITE-STATISTICS-SUMMARY
           STOP RUN.

       INITIALIZE-HOLD-OPTION.
           ACCEPT WS-DUP-HOLD-TEXT FROM ENVIRONMENT "GREET_DUP_HOLD"
           IF WS-DUP-HOLD-TEXT(1:1) = 'Y'
               SET HOLD-DUPLICATES TO TRUE
               DISPLAY "PATRON-DEDUP: GREET_DUP_HOLD=Y - ALL BUT ONE "
                   "OF EACH GROUP HELD FROM TONIGHT'S GREETING RUN"
           END-IF.

      * PATRONIN and PATRONMSTR missing are both fatal - patron-edit
      * produces both ahead of this job, so either one absent means
      * the chain is out of step, and an empty hold list handed on to
      * greet-batch would look like a clean night.  PATRONIN is only
      * opened here to establish that much; BUILD-MATCH-KEYS reads it.
       OPEN-FILES.
           OPEN INPUT PATRON-FILE
           IF WS-PATRON-STATUS NOT = '00'
               DISPLAY "PATRON-DEDUP: UNABLE TO OPEN PATRONIN, STATUS="
                   WS-PATRON-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PATRON-FILE
           OPEN INPUT PATRON-MASTER-FILE
           IF WS-PMST-STATUS NOT = '00'
               DISPLAY
                   "PATRON-DEDUP: UNABLE TO OPEN PATRONMSTR, STATUS="
                   WS-PMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ARCHIVE-DUPLICATE-REPORT-FILE
           OPEN OUTPUT DUPLICATE-REPORT-FILE
           IF WS-DUPRPT-STATUS NOT = '00'
               DISPLAY "PATRON-DEDUP: UNABLE TO OPEN DUPRPT, STATUS="
                   WS-DUPRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DUPLICATE-HOLD-FILE
           IF WS-DHLD-STATUS NOT = '00'
               DISPLAY "PATRON-DEDUP: UNABLE TO OPEN DUPHOLD, STATUS="
                   WS-DHLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ARCHIVE-DUPLICATE-REPORT-FILE.
           STRING WS-DUPRPT-FILE-NAME DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-ARCHIVE-DATE DELIMITED BY SIZE
               INTO WS-DUPRPT-ARCHIVE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DUPRPT-ARCHIVE-NAME
                   WS-ARCHIVE-EXIST-INFO
               RETURNING WS-ARCHIVE-RC
           IF WS-ARCHIVE-RC = 0
               DISPLAY "PATRON-DEDUP: DUPRPT ARCHIVE FOR "
                   WS-ARCHIVE-DATE " ALREADY EXISTS - KEEPING IT"
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-DUPRPT-FILE-NAME
                       WS-DUPRPT-ARCHIVE-NAME
                   RETURNING WS-ARCHIVE-RC
               IF WS-ARCHIVE-RC NOT = 0 AND WS-ARCHIVE-RC NOT = 128
                   DISPLAY "PATRON-DEDUP: UNABLE TO ARCHIVE DUPRPT, "
                       "RC=" WS-ARCHIVE-RC
               END-IF
           END-IF.

      * Sort input procedure - one sort record per PATRONIN record,
      * carrying its tidied match keys and its master details.  A
      * record with no master row (PATRONIN out of step with the
      * master) sorts as first seen tonight, so it is never the one
      * kept over a patron the master does know.
       BUILD-MATCH-KEYS.
           OPEN INPUT PATRON-FILE
           PERFORM READ-PATRON-FILE
           PERFORM UNTIL END-OF-PATRON-FILE
               ADD 1 TO WS-STATS-READ
               PERFORM BUILD-SORT-RECORD
               RELEASE DEDUP-SORT-RECORD
               PERFORM READ-PATRON-FILE
           END-PERFORM
           CLOSE PATRON-FILE.

       READ-PATRON-FILE.
           READ PATRON-FILE
               AT END
                   SET END-OF-PATRON-FILE TO TRUE
           END-READ.

       BUILD-SORT-RECORD.
           MOVE SPACES TO DEDUP-SORT-RECORD
           MOVE PATRON-ID TO DSRT-PATRON-ID
           MOVE PATRON-NAME TO DSRT-PATRON-NAME
           MOVE PATRON-DELIVERY-CHANNEL TO DSRT-DELIVERY-CHANNEL
           MOVE PATRON-BRANCH-CODE TO DSRT-BRANCH-CODE
           MOVE PATRON-POSTAL-LINE-1 TO DSRT-POSTAL-LINE-1
           MOVE PATRON-EMAIL-ADDRESS TO DSRT-EMAIL-ADDRESS
           MOVE PATRON-PHONE-NUMBER TO DSRT-PHONE-NUMBER
           MOVE PATRON-ID TO PMST-PATRON-ID
           READ PATRON-MASTER-FILE
               INVALID KEY
                   MOVE WS-RUN-DATE TO DSRT-FIRST-SEEN-DATE
                   MOVE SPACE TO DSRT-CLASS
                   ADD 1 TO WS-STATS-NOT-ON-MASTER
               NOT INVALID KEY
                   MOVE PMST-FIRST-SEEN-DATE TO DSRT-FIRST-SEEN-DATE
                   MOVE PMST-CLASS TO DSRT-CLASS
           END-READ
           SET TIDY-DROPS-PUNCTUATION TO TRUE
           MOVE PATRON-NAME TO WS-TIDY-IN
           PERFORM TIDY-MATCH-TEXT
           MOVE WS-TIDY-OUT TO DSRT-NAME-KEY
      * The postal key is only worth matching on with a first line
      * present - two records with no address at all share nothing.
           MOVE SPACES TO WS-POSTAL-KEY-WORK
           IF PATRON-POSTAL-LINE-1 NOT = SPACES
               MOVE PATRON-POSTAL-LINE-1 TO WS-TIDY-IN
               PERFORM TIDY-MATCH-TEXT
               MOVE WS-TIDY-OUT TO WS-POSTAL-KEY-LINE-1
               MOVE PATRON-POSTAL-LINE-2 TO WS-TIDY-IN
               PERFORM TIDY-MATCH-TEXT
               MOVE WS-TIDY-OUT TO WS-POSTAL-KEY-LINE-2
               MOVE PATRON-POSTAL-LINE-3 TO WS-TIDY-IN
               PERFORM TIDY-MATCH-TEXT
               MOVE WS-TIDY-OUT TO WS-POSTAL-KEY-LINE-3
           END-IF
           MOVE WS-POSTAL-KEY-WORK TO DSRT-POSTAL-KEY
           MOVE 'N' TO WS-TIDY-PUNCTUATION-FLAG
           MOVE PATRON-EMAIL-ADDRESS TO WS-TIDY-IN
           PERFORM TIDY-MATCH-TEXT
           MOVE WS-TIDY-OUT TO DSRT-EMAIL-KEY
           PERFORM BUILD-PHONE-KEY.

      * Folds WS-TIDY-IN to lower case through the shared case-fold
      * table, then copies it to WS-TIDY-OUT without its leading
      * spaces or repeated spaces (and, for a name or postal line,
      * without its full stops and commas).
       TIDY-MATCH-TEXT.
           INSPECT WS-TIDY-IN
               CONVERTING WS-CASE-UPPER-CHARS TO WS-CASE-LOWER-CHARS
           IF TIDY-DROPS-PUNCTUATION
               INSPECT WS-TIDY-IN CONVERTING ".," TO "  "
           END-IF
           MOVE SPACES TO WS-TIDY-OUT
           MOVE 0 TO WS-TIDY-LEN
           MOVE SPACE TO WS-TIDY-LAST-CHAR
           PERFORM VARYING WS-TIDY-IDX FROM 1 BY 1
                   UNTIL WS-TIDY-IDX > 100
               MOVE WS-TIDY-IN(WS-TIDY-IDX:1) TO WS-TIDY-CHAR
               IF WS-TIDY-CHAR NOT = SPACE
                       OR WS-TIDY-LAST-CHAR NOT = SPACE
                   ADD 1 TO WS-TIDY-LEN
                   MOVE WS-TIDY-CHAR TO WS-TIDY-OUT(WS-TIDY-LEN:1)
               END-IF
               MOVE WS-TIDY-CHAR TO WS-TIDY-LAST-CHAR
           END-PERFORM.

       BUILD-PHONE-KEY.
           MOVE SPACES TO WS-PHONE-DIGITS
           MOVE 0 TO WS-PHONE-DIGIT-COUNT
           PERFORM VARYING WS-PHONE-IDX FROM 1 BY 1
                   UNTIL WS-PHONE-IDX > 15
               IF PATRON-PHONE-NUMBER(WS-PHONE-IDX:1) IS NUMERIC
                   ADD 1 TO WS-PHONE-DIGIT-COUNT
                   MOVE PATRON-PHONE-NUMBER(WS-PHONE-IDX:1)
                       TO WS-PHONE-DIGITS(WS-PHONE-DIGIT-COUNT:1)
               END-IF
           END-PERFORM
           IF WS-PHONE-DIGIT-COUNT >= 7
               MOVE WS-PHONE-DIGITS TO DSRT-PHONE-KEY
           END-IF.

      * Sort output procedure - gathers each run of records with the
      * same tidied name and hands it to PROCESS-NAME-RUN.
       FIND-DUPLICATE-GROUPS.
           PERFORM RETURN-SORTED-RECORD
           PERFORM UNTIL END-OF-SORTED-RECORDS
               IF DSRT-NAME-KEY NOT = WS-CURRENT-NAME-KEY
                   PERFORM PROCESS-NAME-RUN
                   MOVE DSRT-NAME-KEY TO WS-CURRENT-NAME-KEY
                   MOVE 0 TO WS-DUP-MEMBER-COUNT
                   MOVE 'N' TO WS-RUN-OVERFLOW-FLAG
               END-IF
               PERFORM ADD-RUN-MEMBER
               PERFORM RETURN-SORTED-RECORD
           END-PERFORM
           PERFORM PROCESS-NAME-RUN.

       RETURN-SORTED-RECORD.
           RETURN DEDUP-SORT-FILE
               AT END
                   SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.

       ADD-RUN-MEMBER.
           IF WS-DUP-MEMBER-COUNT >= 500
               IF NOT NAME-RUN-OVERFLOWED
                   DISPLAY "PATRON-DEDUP: MORE THAN 500 RECORDS NAMED '"
                       FUNCTION TRIM(DSRT-NAME-KEY)
                       "' - ONLY THE FIRST 500 COMPARED"
                   SET NAME-RUN-OVERFLOWED TO TRUE
                   ADD 1 TO WS-STATS-OVERFLOW-RUNS
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DUP-MEMBER-COUNT
           SET WS-DUP-IDX TO WS-DUP-MEMBER-COUNT
           MOVE DSRT-PATRON-ID TO WS-DUP-PATRON-ID(WS-DUP-IDX)
           MOVE DSRT-FIRST-SEEN-DATE
               TO WS-DUP-FIRST-SEEN-DATE(WS-DUP-IDX)
           MOVE DSRT-CLASS TO WS-DUP-CLASS(WS-DUP-IDX)
           MOVE DSRT-POSTAL-KEY TO WS-DUP-POSTAL-KEY(WS-DUP-IDX)
           MOVE DSRT-EMAIL-KEY TO WS-DUP-EMAIL-KEY(WS-DUP-IDX)
           MOVE DSRT-PHONE-KEY TO WS-DUP-PHONE-KEY(WS-DUP-IDX)
           MOVE DSRT-PATRON-NAME TO WS-DUP-PATRON-NAME(WS-DUP-IDX)
           MOVE DSRT-DELIVERY-CHANNEL
               TO WS-DUP-DELIVERY-CHANNEL(WS-DUP-IDX)
           MOVE DSRT-BRANCH-CODE TO WS-DUP-BRANCH-CODE(WS-DUP-IDX)
           MOVE DSRT-POSTAL-LINE-1 TO WS-DUP-POSTAL-LINE-1(WS-DUP-IDX)
           MOVE DSRT-EMAIL-ADDRESS TO WS-DUP-EMAIL-ADDRESS(WS-DUP-IDX)
           MOVE DSRT-PHONE-NUMBER TO WS-DUP-PHONE-NUMBER(WS-DUP-IDX)
           MOVE WS-DUP-MEMBER-COUNT TO WS-DUP-LABEL(WS-DUP-IDX)
           MOVE 'N' TO WS-DUP-MATCH-POSTAL(WS-DUP-IDX)
               WS-DUP-MATCH-EMAIL(WS-DUP-IDX)
               WS-DUP-MATCH-PHONE(WS-DUP-IDX).

      * Every pair in the run is compared once, then each group of two
      * or more is reported under the label of its first member.
       PROCESS-NAME-RUN.
           IF WS-DUP-MEMBER-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PAIR-I FROM 1 BY 1
                   UNTIL WS-PAIR-I >= WS-DUP-MEMBER-COUNT
               COMPUTE WS-PAIR-J-START = WS-PAIR-I + 1
               PERFORM VARYING WS-PAIR-J FROM WS-PAIR-J-START BY 1
                       UNTIL WS-PAIR-J > WS-DUP-MEMBER-COUNT
                   PERFORM COMPARE-MEMBER-PAIR
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-PAIR-I FROM 1 BY 1
                   UNTIL WS-PAIR-I > WS-DUP-MEMBER-COUNT
               IF WS-DUP-LABEL(WS-PAIR-I) = WS-PAIR-I
                   PERFORM REPORT-DUPLICATE-GROUP
               END-IF
           END-PERFORM.

       COMPARE-MEMBER-PAIR.
           MOVE 'N' TO WS-PAIR-MATCH-FLAG
           IF WS-DUP-POSTAL-KEY(WS-PAIR-I) NOT = SPACES
                   AND WS-DUP-POSTAL-KEY(WS-PAIR-I)
                       = WS-DUP-POSTAL-KEY(WS-PAIR-J)
               MOVE 'Y' TO WS-DUP-MATCH-POSTAL(WS-PAIR-I)
                   WS-DUP-MATCH-POSTAL(WS-PAIR-J)
               SET PAIR-MATCHED TO TRUE
           END-IF
           IF WS-DUP-EMAIL-KEY(WS-PAIR-I) NOT = SPACES
                   AND WS-DUP-EMAIL-KEY(WS-PAIR-I)
                       = WS-DUP-EMAIL-KEY(WS-PAIR-J)
               MOVE 'Y' TO WS-DUP-MATCH-EMAIL(WS-PAIR-I)
                   WS-DUP-MATCH-EMAIL(WS-PAIR-J)
               SET PAIR-MATCHED TO TRUE
           END-IF
           IF WS-DUP-PHONE-KEY(WS-PAIR-I) NOT = SPACES
                   AND WS-DUP-PHONE-KEY(WS-PAIR-I)
                       = WS-DUP-PHONE-KEY(WS-PAIR-J)
               MOVE 'Y' TO WS-DUP-MATCH-PHONE(WS-PAIR-I)
                   WS-DUP-MATCH-PHONE(WS-PAIR-J)
               SET PAIR-MATCHED TO TRUE
           END-IF
           IF PAIR-MATCHED
               PERFORM MERGE-MEMBER-GROUPS
           END-IF.

      * The two groups merge under the lower of their labels, so a
      * group's label stays the position of its oldest member.
       MERGE-MEMBER-GROUPS.
           IF WS-DUP-LABEL(WS-PAIR-I) = WS-DUP-LABEL(WS-PAIR-J)
               EXIT PARAGRAPH
           END-IF
           IF WS-DUP-LABEL(WS-PAIR-I) < WS-DUP-LABEL(WS-PAIR-J)
               MOVE WS-DUP-LABEL(WS-PAIR-I) TO WS-LABEL-KEEP
               MOVE WS-DUP-LABEL(WS-PAIR-J) TO WS-LABEL-DROP
           ELSE
               MOVE WS-DUP-LABEL(WS-PAIR-J) TO WS-LABEL-KEEP
               MOVE WS-DUP-LABEL(WS-PAIR-I) TO WS-LABEL-DROP
           END-IF
           PERFORM VARYING WS-PAIR-K FROM 1 BY 1
                   UNTIL WS-PAIR-K > WS-DUP-MEMBER-COUNT
               IF WS-DUP-LABEL(WS-PAIR-K) = WS-LABEL-DROP
                   MOVE WS-LABEL-KEEP TO WS-DUP-LABEL(WS-PAIR-K)
               END-IF
           END-PERFORM.

      * WS-PAIR-I is the group's first (kept) member.  A member on its
      * own - matched nobody - is its own one-member group and is not
      * reported.
       REPORT-DUPLICATE-GROUP.
           MOVE 0 TO WS-GROUP-SIZE
           PERFORM VARYING WS-PAIR-K FROM WS-PAIR-I BY 1
                   UNTIL WS-PAIR-K > WS-DUP-MEMBER-COUNT
               IF WS-DUP-LABEL(WS-PAIR-K) = WS-PAIR-I
                   ADD 1 TO WS-GROUP-SIZE
               END-IF
           END-PERFORM
           IF WS-GROUP-SIZE < 2
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GROUP-NUMBER
           ADD 1 TO WS-STATS-GROUPS
           PERFORM VARYING WS-PAIR-K FROM WS-PAIR-I BY 1
                   UNTIL WS-PAIR-K > WS-DUP-MEMBER-COUNT
               IF WS-DUP-LABEL(WS-PAIR-K) = WS-PAIR-I
                   PERFORM WRITE-DUPLICATE-REPORT-RECORD
               END-IF
           END-PERFORM.

       WRITE-DUPLICATE-REPORT-RECORD.
           MOVE SPACES TO DUPLICATE-PATRON-RECORD
           MOVE WS-RUN-DATE TO DUPR-RUN-DATE
           MOVE WS-GROUP-NUMBER TO DUPR-GROUP-NUMBER
           EVALUATE TRUE
               WHEN WS-PAIR-K = WS-PAIR-I
                   SET DUPR-KEPT TO TRUE
               WHEN HOLD-DUPLICATES
                   SET DUPR-HELD TO TRUE
               WHEN OTHER
                   SET DUPR-REPORTED TO TRUE
           END-EVALUATE
           MOVE WS-DUP-MATCH-POSTAL(WS-PAIR-K) TO DUPR-MATCH-POSTAL
           MOVE WS-DUP-MATCH-EMAIL(WS-PAIR-K) TO DUPR-MATCH-EMAIL
           MOVE WS-DUP-MATCH-PHONE(WS-PAIR-K) TO DUPR-MATCH-PHONE
           MOVE WS-DUP-PATRON-ID(WS-PAIR-K) TO DUPR-PATRON-ID
           MOVE WS-DUP-CLASS(WS-PAIR-K) TO DUPR-CLASS
           MOVE WS-DUP-FIRST-SEEN-DATE(WS-PAIR-K)
               TO DUPR-FIRST-SEEN-DATE
           MOVE WS-DUP-BRANCH-CODE(WS-PAIR-K) TO DUPR-BRANCH-CODE
           MOVE WS-DUP-DELIVERY-CHANNEL(WS-PAIR-K)
               TO DUPR-DELIVERY-CHANNEL
           MOVE WS-DUP-PATRON-NAME(WS-PAIR-K) TO DUPR-PATRON-NAME
           MOVE WS-DUP-POSTAL-LINE-1(WS-PAIR-K) TO DUPR-POSTAL-LINE-1
           MOVE WS-DUP-EMAIL-ADDRESS(WS-PAIR-K) TO DUPR-EMAIL-ADDRESS
           MOVE WS-DUP-PHONE-NUMBER(WS-PAIR-K) TO DUPR-PHONE-NUMBER
           WRITE DUPLICATE-PATRON-RECORD
           IF WS-DUPRPT-STATUS NOT = '00'
               DISPLAY "PATRON-DEDUP: UNABLE TO WRITE DUPRPT, STATUS="
                   WS-DUPRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STATS-MEMBERS
           IF DUPR-HELD
               PERFORM WRITE-DUPLICATE-HOLD-RECORD
           END-IF.

       WRITE-DUPLICATE-HOLD-RECORD.
           MOVE WS-DUP-PATRON-ID(WS-PAIR-K) TO DHLD-PATRON-ID
           MOVE WS-RUN-DATE TO DHLD-RUN-DATE
           MOVE WS-GROUP-NUMBER TO DHLD-GROUP-NUMBER
           MOVE WS-DUP-PATRON-ID(WS-PAIR-I) TO DHLD-KEPT-PATRON-ID
           WRITE DUPLICATE-HOLD-RECORD
               INVALID KEY
                   DISPLAY "PATRON-DEDUP: UNABLE TO WRITE DUPHOLD FOR "
                       DHLD-PATRON-ID ", STATUS=" WS-DHLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-STATS-HELD
           IF WS-DUP-CLASS(WS-PAIR-K) = 'N'
               ADD 1 TO WS-STATS-HELD-NEW
           END-IF.

       CLOSE-FILES.
           CLOSE PATRON-MASTER-FILE DUPLICATE-REPORT-FILE
               DUPLICATE-HOLD-FILE.

       WRITE-STATISTICS-SUMMARY.
           DISPLAY "PATRON-DEDUP: ===== RUN SUMMARY ====="
           DISPLAY "PATRON-DEDUP: RECORDS READ:          "
               WS-STATS-READ
           DISPLAY "PATRON-DEDUP: NOT ON PATRON MASTER:  "
               WS-STATS-NOT-ON-MASTER
           DISPLAY "PATRON-DEDUP: DUPLICATE GROUPS:      "
               WS-STATS-GROUPS
           DISPLAY "PATRON-DEDUP: RECORDS IN GROUPS:     "
               WS-STATS-MEMBERS
           DISPLAY "PATRON-DEDUP: HELD FROM GREETING:    "
               WS-STATS-HELD
           DISPLAY "PATRON-DEDUP: HELD - NEW TONIGHT:    "
               WS-STATS-HELD-NEW
           IF WS-STATS-OVERFLOW-RUNS > 0
               DISPLAY "PATRON-DEDUP: NAMES OVER 500 RECORDS:"
                   WS-STATS-OVERFLOW-RUNS
           END-IF
           DISPLAY "PATRON-DEDUP: ===== END OF SUMMARY =====".

       END PROGRAM patron-dedup.
