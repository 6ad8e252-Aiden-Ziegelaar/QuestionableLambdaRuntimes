       IDENTIFICATION DIVISION.
       PROGRAM-ID. greet-campaign.

      * Campaign broadcast driver - one-off notices (a branch closure,
      * the summer reading programme, a fee amnesty) to a selected
      * segment of patrons, instead of sending them out by hand.  The
      * campaign is described by its control file, CAMPCTL: a campaign
      * ID, the date window it may run in, its message text per
      * language code, and the branches, language codes and delivery
      * channels it is for.  Every patron on tonight's PATRONIN that
      * matches is sent the notice through exactly the handling
      * greet-batch gives a welcome - PATRONPREFS honoured, a blocked
      * channel rerouted, a patron blocked everywhere skipped as
      * do-not-contact, the address for the effective channel
      * validated - into per-channel campaign files in the same
      * layout the vendors already take for the welcome greetings.
      * Campaign output is kept apart from the welcomes: GREETHIST is
      * never touched, skips and exceptions go to their own logs, and
      * each run appends its campaign-ID totals to CAMPTOTL so
      * month-report and invoice-verify can split campaign volume from
      * welcome volume.  A campaign history keyed by campaign and
      * patron makes a rerun, or a later run inside the window to pick
      * up patrons who have joined since, send only to the patrons who
      * haven't had it yet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-CONTROL-FILE ASSIGN TO "CAMPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCTL-STATUS.

           SELECT PATRON-FILE ASSIGN TO "PATRONIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATRON-STATUS.

      * One file per delivery channel, the same split the welcome
      * files use, so each vendor reads only its own rows.
           SELECT CAMPAIGN-PRINT-FILE ASSIGN TO "CAMPPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPPRT-STATUS.

           SELECT CAMPAIGN-EMAIL-FILE ASSIGN TO "CAMPEML"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPEML-STATUS.

           SELECT CAMPAIGN-SMS-FILE ASSIGN TO "CAMPSMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPSMS-STATUS.

           SELECT PREFERENCES-FILE ASSIGN TO "PATRONPREFS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PREF-PATRON-ID
               FILE STATUS IS WS-PREFS-STATUS.

      * One row per campaign and patron sent it - indexed and read by
      * key directly, the same organization OCCHIST uses to keep a
      * rerun from sending an occasion greeting twice.
           SELECT CAMPAIGN-HISTORY-FILE ASSIGN TO "CAMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMPH-CAMPAIGN-KEY
               FILE STATUS IS WS-CMPH-STATUS.

           SELECT CAMPAIGN-SKIP-FILE ASSIGN TO "CAMPSKIP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPSKP-STATUS.

           SELECT CAMPAIGN-EXCEPTION-FILE ASSIGN TO "CAMPEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPEXC-STATUS.

      * Appended to by every run and never rolled - it is the one
      * place the campaign IDs survive for the month-end readers.
           SELECT CAMPAIGN-TOTAL-FILE ASSIGN TO "CAMPTOTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-CONTROL-FILE.
           COPY "campaign-control-record.cpy".

       FD  PATRON-FILE.
           COPY "patron-record.cpy".

       FD  CAMPAIGN-PRINT-FILE.
           COPY "greeting-output.cpy" REPLACING
               ==GREETING-OUTPUT-RECORD==
                   BY ==CAMPAIGN-PRINT-RECORD==
               ==GRTOUT-PATRON-ID==
                   BY ==CPPRT-PATRON-ID==
               ==GRTOUT-TIMESTAMP==
                   BY ==CPPRT-TIMESTAMP==
               ==GRTOUT-TEXT==
                   BY ==CPPRT-TEXT==
               ==GRTOUT-DELIVERY-CHANNEL==
                   BY ==CPPRT-DELIVERY-CHANNEL==
               ==GRTOUT-CHANNEL-PRINT==
                   BY ==CPPRT-CHANNEL-PRINT==
               ==GRTOUT-CHANNEL-EMAIL==
                   BY ==CPPRT-CHANNEL-EMAIL==
               ==GRTOUT-CHANNEL-SMS==
                   BY ==CPPRT-CHANNEL-SMS==
               ==GRTOUT-DELIVERY-ADDRESS==
                   BY ==CPPRT-DELIVERY-ADDRESS==
               ==GRTOUT-POSTAL-ADDRESS==
                   BY ==CPPRT-POSTAL-ADDRESS==
               ==GRTOUT-POSTAL-LINE-1==
                   BY ==CPPRT-POSTAL-LINE-1==
               ==GRTOUT-POSTAL-LINE-2==
                   BY ==CPPRT-POSTAL-LINE-2==
               ==GRTOUT-POSTAL-LINE-3==
                   BY ==CPPRT-POSTAL-LINE-3==
               ==GRTOUT-BRANCH-CODE==
                   BY ==CPPRT-BRANCH-CODE==
               ==GRTOUT-LANGUAGE-CODE==
                   BY ==CPPRT-LANGUAGE-CODE==.

       FD  CAMPAIGN-EMAIL-FILE.
           COPY "greeting-output.cpy" REPLACING
               ==GREETING-OUTPUT-RECORD==
                   BY ==CAMPAIGN-EMAIL-RECORD==
               ==GRTOUT-PATRON-ID==
                   BY ==CPEML-PATRON-ID==
               ==GRTOUT-TIMESTAMP==
                   BY ==CPEML-TIMESTAMP==
               ==GRTOUT-TEXT==
                   BY ==CPEML-TEXT==
               ==GRTOUT-DELIVERY-CHANNEL==
                   BY ==CPEML-DELIVERY-CHANNEL==
               ==GRTOUT-CHANNEL-PRINT==
                   BY ==CPEML-CHANNEL-PRINT==
               ==GRTOUT-CHANNEL-EMAIL==
                   BY ==CPEML-CHANNEL-EMAIL==
               ==GRTOUT-CHANNEL-SMS==
                   BY ==CPEML-CHANNEL-SMS==
               ==GRTOUT-DELIVERY-ADDRESS==
                   BY ==CPEML-DELIVERY-ADDRESS==
               ==GRTOUT-POSTAL-ADDRESS==
                   BY ==CPEML-POSTAL-ADDRESS==
               ==GRTOUT-POSTAL-LINE-1==
                   BY ==CPEML-POSTAL-LINE-1==
               ==GRTOUT-POSTAL-LINE-2==
                   BY ==CPEML-POSTAL-LINE-2==
               ==GRTOUT-POSTAL-LINE-3==
                   BY ==CPEML-POSTAL-LINE-3==
               ==GRTOUT-BRANCH-CODE==
                   BY ==CPEML-BRANCH-CODE==
               ==GRTOUT-LANGUAGE-CODE==
                   BY ==CPEML-LANGUAGE-CODE==.

       FD  CAMPAIGN-SMS-FILE.
           COPY "greeting-output.cpy" REPLACING
               ==GREETING-OUTPUT-RECORD==
                   BY ==CAMPAIGN-SMS-RECORD==
               ==GRTOUT-PATRON-ID==
                   BY ==CPSMS-PATRON-ID==
               ==GRTOUT-TIMESTAMP==
                   BY ==CPSMS-TIMESTAMP==
               ==GRTOUT-TEXT==
                   BY ==CPSMS-TEXT==
               ==GRTOUT-DELIVERY-CHANNEL==
                   BY ==CPSMS-DELIVERY-CHANNEL==
               ==GRTOUT-CHANNEL-PRINT==
                   BY ==CPSMS-CHANNEL-PRINT==
               ==GRTOUT-CHANNEL-EMAIL==
                   BY ==CPSMS-CHANNEL-EMAIL==
               ==GRTOUT-CHANNEL-SMS==
                   BY ==CPSMS-CHANNEL-SMS==
               ==GRTOUT-DELIVERY-ADDRESS==
                   BY ==CPSMS-DELIVERY-ADDRESS==
               ==GRTOUT-POSTAL-ADDRESS==
                   BY ==CPSMS-POSTAL-ADDRESS==
               ==GRTOUT-POSTAL-LINE-1==
                   BY ==CPSMS-POSTAL-LINE-1==
               ==GRTOUT-POSTAL-LINE-2==
                   BY ==CPSMS-POSTAL-LINE-2==
               ==GRTOUT-POSTAL-LINE-3==
                   BY ==CPSMS-POSTAL-LINE-3==
               ==GRTOUT-BRANCH-CODE==
                   BY ==CPSMS-BRANCH-CODE==
               ==GRTOUT-LANGUAGE-CODE==
                   BY ==CPSMS-LANGUAGE-CODE==.
       FD  PREFERENCES-FILE.
           COPY "preferences-record.cpy".

       FD  CAMPAIGN-HISTORY-FILE.
           COPY "campaign-history-record.cpy".

       FD  CAMPAIGN-SKIP-FILE.
           COPY "skip-record.cpy".

       FD  CAMPAIGN-EXCEPTION-FILE.
           COPY "patron-exception-record.cpy".

       FD  CAMPAIGN-TOTAL-FILE.
           COPY "campaign-total-record.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CCTL-STATUS               PIC XX.
       01  WS-PATRON-STATUS             PIC XX.
       01  WS-CPPRT-STATUS              PIC XX.
       01  WS-CPEML-STATUS              PIC XX.
       01  WS-CPSMS-STATUS              PIC XX.
       01  WS-PREFS-STATUS              PIC XX.
       01  WS-CMPH-STATUS               PIC XX.
       01  WS-CPSKP-STATUS              PIC XX.
       01  WS-CPEXC-STATUS              PIC XX.
       01  WS-CTOT-STATUS               PIC XX.
       01  WS-RUN-DATE                  PIC X(8).
       01  WS-CCTL-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-CONTROL-FILE          VALUE 'Y'.
       01  WS-EOF-FLAG                  PIC X VALUE 'N'.
           88  END-OF-PATRON-FILE           VALUE 'Y'.

      * The campaign as CAMPCTL describes it, loaded once before any
      * patron is read.  The selection lists are searched per patron,
      * the same tally-table shape greet-batch uses for its stats; an
      * empty list selects everybody.
       01  WS-CAMPAIGN-ID               PIC X(8) VALUE SPACES.
       01  WS-CAMPAIGN-DESCRIPTION      PIC X(40) VALUE SPACES.
       01  WS-WINDOW-FROM               PIC X(8) VALUE SPACES.
       01  WS-WINDOW-TO                 PIC X(8) VALUE SPACES.
       01  WS-WINDOW-FROM-NUM           PIC 9(8).
       01  WS-WINDOW-TO-NUM             PIC 9(8).
       01  WS-HEADER-COUNT              PIC 9(4) VALUE 0.
       01  WS-CONTROL-ERROR             PIC X(50) VALUE SPACES.

       01  WS-TEXT-COUNT                PIC 9(4) VALUE 0.
       01  WS-TEXT-TABLE.
           05  WS-TEXT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-TEXT-COUNT
                   INDEXED BY WS-TEXT-IDX.
               10  WS-TEXT-LANGUAGE     PIC X(2).
               10  WS-TEXT-MESSAGE      PIC X(120).

       01  WS-SEL-BRANCH-COUNT          PIC 9(4) VALUE 0.
       01  WS-SEL-BRANCH-TABLE.
           05  WS-SEL-BRANCH OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SEL-BRANCH-COUNT
                   INDEXED BY WS-SEL-BRANCH-IDX
                                        PIC X(4).
       01  WS-SEL-LANGUAGE-COUNT        PIC 9(4) VALUE 0.
       01  WS-SEL-LANGUAGE-TABLE.
           05  WS-SEL-LANGUAGE OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-SEL-LANGUAGE-COUNT
                   INDEXED BY WS-SEL-LANGUAGE-IDX
                                        PIC X(2).
       01  WS-SEL-CHANNEL-COUNT         PIC 9(4) VALUE 0.
       01  WS-SEL-PRINT-FLAG            PIC X VALUE 'N'.
           88  SELECT-PRINT-CHANNEL         VALUE 'Y'.
       01  WS-SEL-EMAIL-FLAG            PIC X VALUE 'N'.
           88  SELECT-EMAIL-CHANNEL         VALUE 'Y'.
       01  WS-SEL-SMS-FLAG              PIC X VALUE 'N'.
           88  SELECT-SMS-CHANNEL           VALUE 'Y'.

       01  WS-SELECTED-FLAG             PIC X VALUE 'N'.
           88  PATRON-SELECTED              VALUE 'Y'.
       01  WS-ALREADY-SENT-FLAG         PIC X VALUE 'N'.
           88  CAMPAIGN-ALREADY-SENT        VALUE 'Y'.
       01  WS-CAMPAIGN-TEXT             PIC X(120).

      * The same per-channel block flags, effective channel and
      * address staging greet-batch keeps per patron, for the same
      * routing and validation.
       01  WS-PRINT-BLOCKED-FLAG        PIC X VALUE 'N'.
           88  ROUTE-PRINT-BLOCKED          VALUE 'Y'.
       01  WS-EMAIL-BLOCKED-FLAG        PIC X VALUE 'N'.
           88  ROUTE-EMAIL-BLOCKED          VALUE 'Y'.
       01  WS-SMS-BLOCKED-FLAG          PIC X VALUE 'N'.
           88  ROUTE-SMS-BLOCKED            VALUE 'Y'.
       01  WS-OPTED-OUT                 PIC X VALUE 'N'.
           88  PATRON-OPTED-OUT             VALUE 'Y'.
       01  WS-EFFECTIVE-CHANNEL         PIC X(1).
           88  EFFECTIVE-CHANNEL-PRINT      VALUE 'P'.
           88  EFFECTIVE-CHANNEL-EMAIL      VALUE 'E'.
           88  EFFECTIVE-CHANNEL-SMS        VALUE 'S'.
       01  WS-DELIVERY-ADDRESS          PIC X(120).
       01  WS-POSTAL-ADDRESS REDEFINES WS-DELIVERY-ADDRESS.
           05  WS-POSTAL-LINE-1         PIC X(40).
           05  WS-POSTAL-LINE-2         PIC X(40).
           05  WS-POSTAL-LINE-3         PIC X(40).
       01  WS-ADDRESS-VALID-FLAG        PIC X VALUE 'N'.
           88  DELIVERY-ADDRESS-VALID       VALUE 'Y'.
       01  WS-ADDRESS-EXC-REASON        PIC X(30).
       01  WS-AT-SIGN-TALLY             PIC 9(3).
       01  WS-PHONE-DIGIT-TALLY         PIC 9(3).
       01  WS-PHONE-IDX                 PIC 9(3).
       01  WS-SKIP-REASON               PIC X(30) VALUE SPACES.

      * The prior run's campaign files and logs are archived under
      * the prior day's date, the way greet-batch rolls its own.  If
      * that archive already exists this is a second run the same day
      * and the files are extended instead - CAMPHIST already holds
      * the first run's patrons, so a rerun never regenerates them and
      * recreating the files would lose them before the vendors
      * collect them, the same reasoning greet-occasion extends
      * GREETOCC on.
       01  WS-ARCHIVE-TODAY-NUM         PIC 9(8).
       01  WS-ARCHIVE-DATE              PIC X(8).
       01  WS-ARCHIVE-DATE-NUM          PIC 9(8).
       01  WS-ARCHIVE-RC                PIC S9(9) COMP-5.
       01  WS-ARCHIVE-EXIST-INFO        PIC X(64).
       01  WS-ARCHIVE-FILE-NAME         PIC X(8).
       01  WS-ARCHIVE-NAME              PIC X(17).
       01  WS-EXTEND-FLAG               PIC X VALUE 'N'.
           88  EXTEND-CURRENT-FILE          VALUE 'Y'.

      * End-of-run counts DISPLAYed once processing finishes, and the
      * same counts appended to CAMPTOTL.
       01  WS-STATS-TOTAL               PIC 9(8) VALUE 0.
       01  WS-STATS-NOT-SELECTED        PIC 9(8) VALUE 0.
       01  WS-STATS-SELECTED            PIC 9(8) VALUE 0.
       01  WS-STATS-GENERATED           PIC 9(8) VALUE 0.
       01  WS-STATS-ALREADY-SENT        PIC 9(8) VALUE 0.
       01  WS-STATS-SKIPPED-DNC         PIC 9(8) VALUE 0.
       01  WS-STATS-INVALID-CHANNEL     PIC 9(8) VALUE 0.
       01  WS-STATS-BAD-ADDRESS         PIC 9(8) VALUE 0.
       01  WS-STATS-REROUTED            PIC 9(8) VALUE 0.
       01  WS-STATS-DEFAULT-TEXT        PIC 9(8) VALUE 0.
       01  WS-STATS-PRINT               PIC 9(8) VALUE 0.
       01  WS-STATS-EMAIL               PIC 9(8) VALUE 0.
       01  WS-STATS-SMS                 PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ARCHIVE-TODAY-NUM
           COMPUTE WS-ARCHIVE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ARCHIVE-TODAY-NUM) - 1)
           MOVE WS-ARCHIVE-DATE-NUM TO WS-ARCHIVE-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOAD-CAMPAIGN-CONTROL
           PERFORM CHECK-CAMPAIGN-WINDOW
           PERFORM OPEN-FILES
           PERFORM READ-PATRON-FILE
           PERFORM UNTIL END-OF-PATRON-FILE
               PERFORM PROCESS-PATRON
               PERFORM READ-PATRON-FILE
           END-PERFORM
           PERFORM CLOSE-FILES
           PERFORM WRITE-CAMPAIGN-TOTALS
           PERFORM WRITE-STATISTICS-SUMMARY
           STOP RUN.

      * CAMPCTL is required and has to describe a usable campaign -
      * exactly one header with an ID and a real date window, and at
      * least one text row.  Anything less is a setup error and fatal
      * before a single output file is touched, the way pref-maint
      * treats a missing PREFTRANS.
       LOAD-CAMPAIGN-CONTROL.
           OPEN INPUT CAMPAIGN-CONTROL-FILE
           IF WS-CCTL-STATUS NOT = '00'
               DISPLAY "GREET-CAMPAIGN: UNABLE TO OPEN CAMPCTL, STATUS="
                   WS-CCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CONTROL-FILE
           PERFORM UNTIL END-OF-CONTROL-FILE
               PERFORM LOAD-CONTROL-ROW
               PERFORM READ-CONTROL-FILE
           END-PERFORM
           CLOSE CAMPAIGN-CONTROL-FILE
           EVALUATE TRUE
               WHEN WS-CONTROL-ERROR NOT = SPACES
                   CONTINUE
               WHEN WS-HEADER-COUNT NOT = 1
                   MOVE "CAMPCTL MUST HAVE EXACTLY ONE H ROW"
                       TO WS-CONTROL-ERROR
               WHEN WS-CAMPAIGN-ID = SPACES
                   MOVE "CAMPAIGN ID IS BLANK" TO WS-CONTROL-ERROR
               WHEN WS-TEXT-COUNT = 0
                   MOVE "CAMPCTL HAS NO T (MESSAGE TEXT) ROW"
                       TO WS-CONTROL-ERROR
               WHEN WS-WINDOW-FROM IS NOT NUMERIC
                       OR WS-WINDOW-TO IS NOT NUMERIC
                   MOVE "DATE WINDOW IS NOT CCYYMMDD"
                       TO WS-CONTROL-ERROR
           END-EVALUATE
           IF WS-CONTROL-ERROR = SPACES
               MOVE WS-WINDOW-FROM TO WS-WINDOW-FROM-NUM
               MOVE WS-WINDOW-TO TO WS-WINDOW-TO-NUM
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-WINDOW-FROM-NUM)
                           NOT = 0
                       OR FUNCTION TEST-DATE-YYYYMMDD(WS-WINDOW-TO-NUM)
                           NOT = 0
                       MOVE "DATE WINDOW IS NOT CCYYMMDD"
                           TO WS-CONTROL-ERROR
                   WHEN WS-WINDOW-FROM-NUM > WS-WINDOW-TO-NUM
                       MOVE "DATE WINDOW ENDS BEFORE IT STARTS"
                           TO WS-CONTROL-ERROR
               END-EVALUATE
           END-IF
           IF WS-CONTROL-ERROR NOT = SPACES
               DISPLAY "GREET-CAMPAIGN: " WS-CONTROL-ERROR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-CONTROL-FILE.
           READ CAMPAIGN-CONTROL-FILE
               AT END
                   SET END-OF-CONTROL-FILE TO TRUE
           END-READ.

      * The first bad row is the one reported - one clear message is
      * worth more to whoever keyed CAMPCTL than a page of them.
       LOAD-CONTROL-ROW.
           EVALUATE TRUE
               WHEN CCTL-HEADER-ROW
                   ADD 1 TO WS-HEADER-COUNT
                   MOVE CCTL-CAMPAIGN-ID TO WS-CAMPAIGN-ID
                   MOVE CCTL-WINDOW-FROM TO WS-WINDOW-FROM
                   MOVE CCTL-WINDOW-TO TO WS-WINDOW-TO
                   MOVE CCTL-DESCRIPTION TO WS-CAMPAIGN-DESCRIPTION
               WHEN CCTL-TEXT-ROW
                   IF WS-TEXT-COUNT >= 50
                       DISPLAY "GREET-CAMPAIGN: CAMPCTL HAS MORE THAN "
                           "50 TEXT ROWS - INCREASE TABLE CAPACITY"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TEXT-COUNT
                   MOVE CCTL-TEXT-LANGUAGE
                       TO WS-TEXT-LANGUAGE(WS-TEXT-COUNT)
                   MOVE CCTL-TEXT TO WS-TEXT-MESSAGE(WS-TEXT-COUNT)
               WHEN CCTL-BRANCH-ROW
                   IF WS-SEL-BRANCH-COUNT >= 200
                       DISPLAY "GREET-CAMPAIGN: CAMPCTL HAS MORE THAN "
                           "200 BRANCH ROWS - INCREASE TABLE CAPACITY"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SEL-BRANCH-COUNT
                   MOVE CCTL-SELECT-BRANCH
                       TO WS-SEL-BRANCH(WS-SEL-BRANCH-COUNT)
               WHEN CCTL-LANGUAGE-ROW
                   IF WS-SEL-LANGUAGE-COUNT >= 50
                       DISPLAY "GREET-CAMPAIGN: CAMPCTL HAS MORE THAN "
                           "50 LANGUAGE ROWS - INCREASE TABLE CAPACITY"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SEL-LANGUAGE-COUNT
                   MOVE CCTL-SELECT-LANGUAGE
                       TO WS-SEL-LANGUAGE(WS-SEL-LANGUAGE-COUNT)
               WHEN CCTL-CHANNEL-ROW
                   ADD 1 TO WS-SEL-CHANNEL-COUNT
                   EVALUATE CCTL-SELECT-CHANNEL
                       WHEN 'P'
                           SET SELECT-PRINT-CHANNEL TO TRUE
                       WHEN 'E'
                           SET SELECT-EMAIL-CHANNEL TO TRUE
                       WHEN 'S'
                           SET SELECT-SMS-CHANNEL TO TRUE
                       WHEN OTHER
                           IF WS-CONTROL-ERROR = SPACES
                               MOVE "CAMPCTL C ROW IS NOT P, E OR S"
                                   TO WS-CONTROL-ERROR
                           END-IF
                   END-EVALUATE
               WHEN OTHER
                   IF WS-CONTROL-ERROR = SPACES
                       STRING "CAMPCTL ROW TYPE '" DELIMITED BY SIZE
                               CCTL-RECORD-TYPE DELIMITED BY SIZE
                               "' IS NOT H, T, B, L OR C"
                               DELIMITED BY SIZE
                           INTO WS-CONTROL-ERROR
                   END-IF
           END-EVALUATE.

      * Outside its window the campaign is not an error but not a
      * run either - nothing is opened, archived or generated, and a
      * return code of 4 tells the scheduler it did nothing.
       CHECK-CAMPAIGN-WINDOW.
           IF WS-RUN-DATE < WS-WINDOW-FROM OR WS-RUN-DATE > WS-WINDOW-TO
               DISPLAY "GREET-CAMPAIGN: CAMPAIGN " WS-CAMPAIGN-ID
                   " RUNS " WS-WINDOW-FROM " TO " WS-WINDOW-TO
               DISPLAY "GREET-CAMPAIGN: TODAY " WS-RUN-DATE
                   " IS OUTSIDE ITS WINDOW - NOTHING GENERATED"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "GREET-CAMPAIGN: CAMPAIGN " WS-CAMPAIGN-ID " - "
               WS-CAMPAIGN-DESCRIPTION.

       OPEN-FILES.
           OPEN INPUT PATRON-FILE
           IF WS-PATRON-STATUS NOT = '00'
               DISPLAY "GREET-CAMPAIGN: UNABLE TO OPEN PATRONIN, "
                   "STATUS=" WS-PATRON-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PREFERENCES-FILE
           IF WS-PREFS-STATUS NOT = '00'
               DISPLAY "GREET-CAMPAIGN: UNABLE TO OPEN PATRONPREFS, "
                   "STATUS=" WS-PREFS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-CAMPAIGN-HISTORY-FILE
           MOVE "CAMPPRT" TO WS-ARCHIVE-FILE-NAME
           PERFORM ARCHIVE-CURRENT-FILE
           IF EXTEND-CURRENT-FILE
               OPEN EXTEND CAMPAIGN-PRINT-FILE
           ELSE
               OPEN OUTPUT CAMPAIGN-PRINT-FILE
           END-IF
           IF WS-CPPRT-STATUS NOT = '00'
               DISPLAY "GREET-CAMPAIGN: UNABLE TO OPEN CAMPPRT, STATUS="
                   WS-CPPRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "CAMPEML" TO WS-ARCHIVE-FILE-NAME
           PERFORM ARCHIVE-CURRENT-FILE
           IF EXTEND-CURRENT-FILE
               OPEN EXTEND CAMPAIGN-EMAIL-FILE
           ELSE
               OPEN OUTPUT CAMPAIGN-EMAIL-FILE
           END-IF
           IF WS-CPEML-STATUS NOT = '00'
               DISPLAY "GREET-CAMPAIGN: UNABLE TO OPEN CAMPEML, STATUS="
                   WS-CPEML-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "CAMPSMS" TO WS-ARCHIVE-FILE-NAME
           PERFORM ARCHIVE-CURRENT-FILE
           IF EXTEND-CURRENT-FILE
               OPEN EXTEND CAMPAIGN-SMS-FILE
           ELSE
               OPEN OUTPUT CAMPAIGN-SMS-FILE
           END-IF
           IF WS-CPSMS-STATUS NOT = '00'
               DISPLAY "GREET-CAMPAIGN: UNABLE TO OPEN CAMPSMS, STATUS="
                   WS-CPSMS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "CAMPSKIP" TO WS-ARCHIVE-FILE-NAME
           PERFORM ARCHIVE-CURRENT-FILE
           IF EXTEND-CURRENT-FILE
               OPEN EXTEND CAMPAIGN-SKIP-FILE
           ELSE
               OPEN OUTPUT CAMPAIGN-SKIP-FILE
           END-IF
           IF WS-CPSKP-STATUS NOT = '00'
               DISPLAY "GREET-CAMPAIGN: UNABLE TO OPEN CAMPSKIP, "
                   "STATUS=" WS-CPSKP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "CAMPEXC" TO WS-ARCHIVE-FILE-NAME
           PERFORM ARCHIVE-CURRENT-FILE
           IF EXTEND-CURRENT-FILE
               OPEN EXTEND CAMPAIGN-EXCEPTION-FILE
           ELSE
               OPEN OUTPUT CAMPAIGN-EXCEPTION-FILE
           END-IF
           IF WS-CPEXC-STATUS NOT = '00'
               DISPLAY "GREET-CAMPAIGN: UNABLE TO OPEN CAMPEXC, STATUS="
                   WS-CPEXC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * CAMPHIST accumulates across every campaign and may not exist
      * yet the very first time this job ever runs - created empty and
      * reopened for I-O, the same tolerance greet-occasion extends to
      * OCCHIST and only for a file-not-found (35).
       OPEN-CAMPAIGN-HISTORY-FILE.
           OPEN I-O CAMPAIGN-HISTORY-FILE
           IF WS-CMPH-STATUS = '35'
               OPEN OUTPUT CAMPAIGN-HISTORY-FILE
               IF WS-CMPH-STATUS = '00'
                   CLOSE CAMPAIGN-HISTORY-FILE
                   OPEN I-O CAMPAIGN-HISTORY-FILE
               END-IF
           END-IF
           IF WS-CMPH-STATUS NOT = '00'
               DISPLAY "GREET-CAMPAIGN: UNABLE TO OPEN CAMPHIST, "
                   "STATUS=" WS-CMPH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * RC 128 means there was nothing to rename, normal the first
      * time; any other non-zero RC is logged but not fatal, the same
      * non-fatal archiving treatment used elsewhere.  A dated
      * archive that already exists is kept, and the current file is
      * extended rather than recreated.
       ARCHIVE-CURRENT-FILE.
           MOVE 'N' TO WS-EXTEND-FLAG
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING WS-ARCHIVE-FILE-NAME DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-ARCHIVE-DATE DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ARCHIVE-NAME
                   WS-ARCHIVE-EXIST-INFO
               RETURNING WS-ARCHIVE-RC
           IF WS-ARCHIVE-RC = 0
               DISPLAY "GREET-CAMPAIGN: " WS-ARCHIVE-FILE-NAME
                   " ARCHIVE FOR " WS-ARCHIVE-DATE
                   " ALREADY EXISTS - EXTENDING CURRENT FILE"
               SET EXTEND-CURRENT-FILE TO TRUE
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-ARCHIVE-FILE-NAME
                       WS-ARCHIVE-NAME
                   RETURNING WS-ARCHIVE-RC
               IF WS-ARCHIVE-RC NOT = 0 AND WS-ARCHIVE-RC NOT = 128
                   DISPLAY "GREET-CAMPAIGN: UNABLE TO ARCHIVE "
                       WS-ARCHIVE-FILE-NAME ", RC=" WS-ARCHIVE-RC
               END-IF
           END-IF.

       READ-PATRON-FILE.
           READ PATRON-FILE
               AT END
                   SET END-OF-PATRON-FILE TO TRUE
           END-READ.

      * A patron outside the campaign's selection is only counted -
      * logging every one of them as a skip would bury the skips that
      * matter.  A selected patron is checked in the same order
      * greet-batch checks a new one: already sent, do-not-contact,
      * channel, address.
       PROCESS-PATRON.
           ADD 1 TO WS-STATS-TOTAL
           PERFORM CHECK-CAMPAIGN-SELECTION
           IF NOT PATRON-SELECTED
               ADD 1 TO WS-STATS-NOT-SELECTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STATS-SELECTED
           PERFORM CHECK-CAMPAIGN-HISTORY
           IF CAMPAIGN-ALREADY-SENT
               MOVE 'ALREADY SENT THIS CAMPAIGN' TO WS-SKIP-REASON
               PERFORM WRITE-SKIP-RECORD
               ADD 1 TO WS-STATS-ALREADY-SENT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DO-NOT-CONTACT
           IF PATRON-OPTED-OUT
               MOVE 'DO NOT CONTACT' TO WS-SKIP-REASON
               PERFORM WRITE-SKIP-RECORD
               ADD 1 TO WS-STATS-SKIPPED-DNC
           ELSE
               IF NOT PATRON-CHANNEL-PRINT
                       AND NOT PATRON-CHANNEL-EMAIL
                       AND NOT PATRON-CHANNEL-SMS
                   MOVE 'INVALID DELIVERY CHANNEL'
                       TO WS-ADDRESS-EXC-REASON
                   PERFORM WRITE-CAMPAIGN-EXCEPTION
                   ADD 1 TO WS-STATS-INVALID-CHANNEL
               ELSE
                   PERFORM ROUTE-DELIVERY-CHANNEL
                   PERFORM VALIDATE-DELIVERY-ADDRESS
                   IF NOT DELIVERY-ADDRESS-VALID
                       PERFORM WRITE-CAMPAIGN-EXCEPTION
                       ADD 1 TO WS-STATS-BAD-ADDRESS
                   ELSE
                       PERFORM SELECT-CAMPAIGN-TEXT
                       PERFORM WRITE-CAMPAIGN-RECORD
                       PERFORM WRITE-CAMPAIGN-HISTORY-RECORD
                       ADD 1 TO WS-STATS-GENERATED
                   END-IF
               END-IF
           END-IF.

      * Branch, language and channel are each tested only when the
      * campaign lists any - the channel is the patron's own on the
      * extract, the one the patron chose, not where preferences may
      * reroute the notice.
       CHECK-CAMPAIGN-SELECTION.
           MOVE 'Y' TO WS-SELECTED-FLAG
           IF WS-SEL-BRANCH-COUNT > 0
               SET WS-SEL-BRANCH-IDX TO 1
               SEARCH WS-SEL-BRANCH
                   AT END
                       MOVE 'N' TO WS-SELECTED-FLAG
                   WHEN WS-SEL-BRANCH(WS-SEL-BRANCH-IDX)
                           = PATRON-BRANCH-CODE
                       CONTINUE
               END-SEARCH
           END-IF
           IF PATRON-SELECTED AND WS-SEL-LANGUAGE-COUNT > 0
               SET WS-SEL-LANGUAGE-IDX TO 1
               SEARCH WS-SEL-LANGUAGE
                   AT END
                       MOVE 'N' TO WS-SELECTED-FLAG
                   WHEN WS-SEL-LANGUAGE(WS-SEL-LANGUAGE-IDX)
                           = PATRON-LANGUAGE-CODE
                       CONTINUE
               END-SEARCH
           END-IF
           IF PATRON-SELECTED AND WS-SEL-CHANNEL-COUNT > 0
               EVALUATE TRUE
                   WHEN PATRON-CHANNEL-PRINT AND SELECT-PRINT-CHANNEL
                       CONTINUE
                   WHEN PATRON-CHANNEL-EMAIL AND SELECT-EMAIL-CHANNEL
                       CONTINUE
                   WHEN PATRON-CHANNEL-SMS AND SELECT-SMS-CHANNEL
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WS-SELECTED-FLAG
               END-EVALUATE
           END-IF.

       CHECK-CAMPAIGN-HISTORY.
           MOVE 'N' TO WS-ALREADY-SENT-FLAG
           MOVE WS-CAMPAIGN-ID TO CMPH-CAMPAIGN-ID
           MOVE PATRON-ID TO CMPH-PATRON-ID
           READ CAMPAIGN-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CAMPAIGN-ALREADY-SENT TO TRUE
           END-READ.

      * The same per-channel reading of PATRONPREFS greet-batch makes
      * - only a patron blocked on all three channels is
      * do-not-contact outright, and a hold past its expiry date is
      * no block.
       CHECK-DO-NOT-CONTACT.
           MOVE 'N' TO WS-OPTED-OUT
           MOVE 'N' TO WS-PRINT-BLOCKED-FLAG
           MOVE 'N' TO WS-EMAIL-BLOCKED-FLAG
           MOVE 'N' TO WS-SMS-BLOCKED-FLAG
           MOVE PATRON-ID TO PREF-PATRON-ID
           READ PREFERENCES-FILE
               INVALID KEY
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
                           AND ROUTE-SMS-BLOCKED
                       MOVE 'Y' TO WS-OPTED-OUT
                   END-IF
           END-READ.

      * The patron's own channel when it's allowed, otherwise the
      * first allowed channel in print, email, SMS order - exactly
      * greet-batch's fallback.
       ROUTE-DELIVERY-CHANNEL.
           EVALUATE TRUE
               WHEN PATRON-CHANNEL-PRINT AND NOT ROUTE-PRINT-BLOCKED
                   MOVE 'P' TO WS-EFFECTIVE-CHANNEL
               WHEN PATRON-CHANNEL-EMAIL AND NOT ROUTE-EMAIL-BLOCKED
                   MOVE 'E' TO WS-EFFECTIVE-CHANNEL
               WHEN PATRON-CHANNEL-SMS AND NOT ROUTE-SMS-BLOCKED
                   MOVE 'S' TO WS-EFFECTIVE-CHANNEL
               WHEN NOT ROUTE-PRINT-BLOCKED
                   MOVE 'P' TO WS-EFFECTIVE-CHANNEL
                   ADD 1 TO WS-STATS-REROUTED
               WHEN NOT ROUTE-EMAIL-BLOCKED
                   MOVE 'E' TO WS-EFFECTIVE-CHANNEL
                   ADD 1 TO WS-STATS-REROUTED
               WHEN OTHER
                   MOVE 'S' TO WS-EFFECTIVE-CHANNEL
                   ADD 1 TO WS-STATS-REROUTED
           END-EVALUATE.

      * The same shallow checks greet-batch makes, on the address for
      * the effective channel only, with the same exception reasons.
       VALIDATE-DELIVERY-ADDRESS.
           MOVE 'Y' TO WS-ADDRESS-VALID-FLAG
           MOVE SPACES TO WS-DELIVERY-ADDRESS
           EVALUATE TRUE
               WHEN EFFECTIVE-CHANNEL-PRINT
                   IF PATRON-POSTAL-LINE-1 = SPACES
                       MOVE 'N' TO WS-ADDRESS-VALID-FLAG
                       MOVE 'MISSING POSTAL ADDRESS'
                           TO WS-ADDRESS-EXC-REASON
                   ELSE
                       MOVE PATRON-POSTAL-LINE-1 TO WS-POSTAL-LINE-1
                       MOVE PATRON-POSTAL-LINE-2 TO WS-POSTAL-LINE-2
                       MOVE PATRON-POSTAL-LINE-3 TO WS-POSTAL-LINE-3
                   END-IF
               WHEN EFFECTIVE-CHANNEL-EMAIL
                   MOVE 0 TO WS-AT-SIGN-TALLY
                   INSPECT PATRON-EMAIL-ADDRESS
                       TALLYING WS-AT-SIGN-TALLY FOR ALL '@'
                   IF PATRON-EMAIL-ADDRESS = SPACES
                           OR WS-AT-SIGN-TALLY = 0
                       MOVE 'N' TO WS-ADDRESS-VALID-FLAG
                       MOVE 'MISSING/INVALID EMAIL ADDRESS'
                           TO WS-ADDRESS-EXC-REASON
                   ELSE
                       MOVE PATRON-EMAIL-ADDRESS TO WS-DELIVERY-ADDRESS
                   END-IF
               WHEN EFFECTIVE-CHANNEL-SMS
                   PERFORM COUNT-PHONE-DIGITS
                   IF WS-PHONE-DIGIT-TALLY < 7
                       MOVE 'N' TO WS-ADDRESS-VALID-FLAG
                       MOVE 'MISSING/INVALID PHONE NUMBER'
                           TO WS-ADDRESS-EXC-REASON
                   ELSE
                       MOVE PATRON-PHONE-NUMBER TO WS-DELIVERY-ADDRESS
                   END-IF
           END-EVALUATE.

       COUNT-PHONE-DIGITS.
           MOVE 0 TO WS-PHONE-DIGIT-TALLY
           PERFORM VARYING WS-PHONE-IDX FROM 1 BY 1
                   UNTIL WS-PHONE-IDX > 15
               IF PATRON-PHONE-NUMBER(WS-PHONE-IDX:1) >= '0'
                       AND PATRON-PHONE-NUMBER(WS-PHONE-IDX:1) <= '9'
                   ADD 1 TO WS-PHONE-DIGIT-TALLY
               END-IF
           END-PERFORM.

      * The text for the patron's language, or the first text row
      * when the campaign has none for it - the same fall-back-to-
      * the-first-row rule handler applies to GREETTMPL.
       SELECT-CAMPAIGN-TEXT.
           MOVE WS-TEXT-MESSAGE(1) TO WS-CAMPAIGN-TEXT
           SET WS-TEXT-IDX TO 1
           SEARCH WS-TEXT-ENTRY
               AT END
                   ADD 1 TO WS-STATS-DEFAULT-TEXT
               WHEN WS-TEXT-LANGUAGE(WS-TEXT-IDX)
                       = PATRON-LANGUAGE-CODE
                   MOVE WS-TEXT-MESSAGE(WS-TEXT-IDX)
                       TO WS-CAMPAIGN-TEXT
           END-SEARCH.

       WRITE-CAMPAIGN-RECORD.
           EVALUATE TRUE
               WHEN EFFECTIVE-CHANNEL-PRINT
                   MOVE PATRON-ID TO CPPRT-PATRON-ID
                   MOVE FUNCTION CURRENT-DATE TO CPPRT-TIMESTAMP
                   MOVE WS-CAMPAIGN-TEXT TO CPPRT-TEXT
                   MOVE WS-EFFECTIVE-CHANNEL TO CPPRT-DELIVERY-CHANNEL
                   MOVE WS-DELIVERY-ADDRESS TO CPPRT-DELIVERY-ADDRESS
                   MOVE PATRON-BRANCH-CODE TO CPPRT-BRANCH-CODE
                   MOVE PATRON-LANGUAGE-CODE TO CPPRT-LANGUAGE-CODE
                   WRITE CAMPAIGN-PRINT-RECORD
                   ADD 1 TO WS-STATS-PRINT
               WHEN EFFECTIVE-CHANNEL-EMAIL
                   MOVE PATRON-ID TO CPEML-PATRON-ID
                   MOVE FUNCTION CURRENT-DATE TO CPEML-TIMESTAMP
                   MOVE WS-CAMPAIGN-TEXT TO CPEML-TEXT
                   MOVE WS-EFFECTIVE-CHANNEL TO CPEML-DELIVERY-CHANNEL
                   MOVE WS-DELIVERY-ADDRESS TO CPEML-DELIVERY-ADDRESS
                   MOVE PATRON-BRANCH-CODE TO CPEML-BRANCH-CODE
                   MOVE PATRON-LANGUAGE-CODE TO CPEML-LANGUAGE-CODE
                   WRITE CAMPAIGN-EMAIL-RECORD
                   ADD 1 TO WS-STATS-EMAIL
               WHEN EFFECTIVE-CHANNEL-SMS
                   MOVE PATRON-ID TO CPSMS-PATRON-ID
                   MOVE FUNCTION CURRENT-DATE TO CPSMS-TIMESTAMP
                   MOVE WS-CAMPAIGN-TEXT TO CPSMS-TEXT
                   MOVE WS-EFFECTIVE-CHANNEL TO CPSMS-DELIVERY-CHANNEL
                   MOVE WS-DELIVERY-ADDRESS TO CPSMS-DELIVERY-ADDRESS
                   MOVE PATRON-BRANCH-CODE TO CPSMS-BRANCH-CODE
                   MOVE PATRON-LANGUAGE-CODE TO CPSMS-LANGUAGE-CODE
                   WRITE CAMPAIGN-SMS-RECORD
                   ADD 1 TO WS-STATS-SMS
           END-EVALUATE.

       WRITE-CAMPAIGN-HISTORY-RECORD.
           MOVE WS-CAMPAIGN-ID TO CMPH-CAMPAIGN-ID
           MOVE PATRON-ID TO CMPH-PATRON-ID
           MOVE WS-RUN-DATE TO CMPH-GENERATED-DATE
           MOVE WS-EFFECTIVE-CHANNEL TO CMPH-DELIVERY-CHANNEL
           WRITE CAMPAIGN-HISTORY-RECORD
           IF WS-CMPH-STATUS NOT = '00'
               DISPLAY "GREET-CAMPAIGN: UNABLE TO WRITE CAMPHIST, "
                   "STATUS=" WS-CMPH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-SKIP-RECORD.
           MOVE FUNCTION CURRENT-DATE TO SKIP-TIMESTAMP
           MOVE PATRON-ID TO SKIP-PATRON-ID
           MOVE WS-SKIP-REASON TO SKIP-REASON
           WRITE SKIP-RECORD.

       WRITE-CAMPAIGN-EXCEPTION.
           MOVE FUNCTION CURRENT-DATE TO PTEXC-TIMESTAMP
           MOVE PATRON-ID TO PTEXC-PATRON-ID
           MOVE WS-ADDRESS-EXC-REASON TO PTEXC-REASON
           WRITE PATRON-EXCEPTION-RECORD.

       CLOSE-FILES.
           CLOSE PATRON-FILE PREFERENCES-FILE CAMPAIGN-HISTORY-FILE
               CAMPAIGN-PRINT-FILE CAMPAIGN-EMAIL-FILE
               CAMPAIGN-SMS-FILE CAMPAIGN-SKIP-FILE
               CAMPAIGN-EXCEPTION-FILE.

      * Appended with the same EXTEND-then-OUTPUT idiom RUNCTL uses,
      * and fatal on failure for the same reason - month-end would
      * read the missing row as a campaign that never went out.
       WRITE-CAMPAIGN-TOTALS.
           OPEN EXTEND CAMPAIGN-TOTAL-FILE
           IF WS-CTOT-STATUS NOT = '00'
               OPEN OUTPUT CAMPAIGN-TOTAL-FILE
           END-IF
           IF WS-CTOT-STATUS NOT = '00'
               DISPLAY "GREET-CAMPAIGN: UNABLE TO OPEN CAMPTOTL, "
                   "STATUS=" WS-CTOT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CAMPAIGN-TOTAL-RECORD
           MOVE WS-CAMPAIGN-ID TO CTOT-CAMPAIGN-ID
           MOVE WS-RUN-DATE TO CTOT-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO CTOT-TIMESTAMP
           MOVE WS-STATS-SELECTED TO CTOT-SELECTED-COUNT
           MOVE WS-STATS-GENERATED TO CTOT-GENERATED-COUNT
           MOVE WS-STATS-PRINT TO CTOT-PRINT-COUNT
           MOVE WS-STATS-EMAIL TO CTOT-EMAIL-COUNT
           MOVE WS-STATS-SMS TO CTOT-SMS-COUNT
           COMPUTE CTOT-SKIP-COUNT =
               WS-STATS-ALREADY-SENT + WS-STATS-SKIPPED-DNC
           COMPUTE CTOT-EXCEPTION-COUNT =
               WS-STATS-INVALID-CHANNEL + WS-STATS-BAD-ADDRESS
           WRITE CAMPAIGN-TOTAL-RECORD
           IF WS-CTOT-STATUS NOT = '00'
               DISPLAY "GREET-CAMPAIGN: UNABLE TO WRITE CAMPTOTL, "
                   "STATUS=" WS-CTOT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CAMPAIGN-TOTAL-FILE.

       WRITE-STATISTICS-SUMMARY.
           DISPLAY "GREET-CAMPAIGN: ===== RUN SUMMARY ====="
           DISPLAY "GREET-CAMPAIGN: CAMPAIGN:              "
               WS-CAMPAIGN-ID
           DISPLAY "GREET-CAMPAIGN: PATRONS READ:          "
               WS-STATS-TOTAL
           DISPLAY "GREET-CAMPAIGN: NOT SELECTED:          "
               WS-STATS-NOT-SELECTED
           DISPLAY "GREET-CAMPAIGN: SELECTED:              "
               WS-STATS-SELECTED
           DISPLAY "GREET-CAMPAIGN: GENERATED:             "
               WS-STATS-GENERATED
           DISPLAY "GREET-CAMPAIGN: SKIPPED - ALREADY SENT:"
               WS-STATS-ALREADY-SENT
           DISPLAY "GREET-CAMPAIGN: SKIPPED - DO NOT CONTACT:"
               WS-STATS-SKIPPED-DNC
           DISPLAY "GREET-CAMPAIGN: INVALID DELIVERY CHANNEL:"
               WS-STATS-INVALID-CHANNEL
           DISPLAY "GREET-CAMPAIGN: BAD DELIVERY ADDRESS:  "
               WS-STATS-BAD-ADDRESS
           DISPLAY "GREET-CAMPAIGN: REROUTED BY PREFERENCE:"
               WS-STATS-REROUTED
           DISPLAY "GREET-CAMPAIGN: DEFAULT TEXT USED:     "
               WS-STATS-DEFAULT-TEXT
           DISPLAY "GREET-CAMPAIGN: CHANNEL - PRINT:       "
               WS-STATS-PRINT
           DISPLAY "GREET-CAMPAIGN: CHANNEL - EMAIL:       "
               WS-STATS-EMAIL
           DISPLAY "GREET-CAMPAIGN: CHANNEL - SMS:         "
               WS-STATS-SMS
           DISPLAY "GREET-CAMPAIGN: ===== END OF SUMMARY =====".

       END PROGRAM greet-campaign.
