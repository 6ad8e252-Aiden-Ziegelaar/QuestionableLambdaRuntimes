      * reported rather than treated as an error - a missed night is
      * exactly the kind of thing this report should surface, and
      * archives older than the language/branch fields simply read
      * those fields as blank.  Campaign broadcasts are not in the
      * dated welcome archives at all; their volume comes from the
      * per-run totals greet-campaign appends to CAMPTOTL, shown as
      * its own column beside welcome and occasion and broken out by
      * campaign ID, so the vendor's invoice total can be reconciled
      * against all three.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASKP-STATUS.

      * Never rolled - every greet-campaign run appends one row, so
      * the whole month is in the one file.
           SELECT CAMPAIGN-TOTAL-FILE ASSIGN TO "CAMPTOTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTOT-STATUS.

           SELECT MONTH-REPORT-FILE ASSIGN TO "MONTHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRPT-STATUS.
       FD  ARCHIVE-SKIP-FILE.
           COPY "skip-record.cpy".

       FD  CAMPAIGN-TOTAL-FILE.
           COPY "campaign-total-record.cpy".

       FD  MONTH-REPORT-FILE.
           COPY "month-report-record.cpy".

       01  WS-AGRT-STATUS               PIC XX.
       01  WS-AOCC-STATUS               PIC XX.
       01  WS-ASKP-STATUS               PIC XX.
       01  WS-CTOT-STATUS               PIC XX.
       01  WS-MRPT-STATUS               PIC XX.

       01  WS-GREET-ARCH-NAME           PIC X(17).
           05  WS-DAY-ENTRY OCCURS 31 TIMES.
               10  WS-DAY-WELCOME       PIC 9(8) VALUE 0.
               10  WS-DAY-OCCASION      PIC 9(8) VALUE 0.
               10  WS-DAY-CAMPAIGN      PIC 9(8) VALUE 0.
               10  WS-DAY-SKIPS         PIC 9(8) VALUE 0.

      * Month totals per channel, welcome, occasion and campaign
      * separately - the per-channel TOTAL line (all three) is the
      * number that sits next to each vendor's invoice.
       01  WS-TOT-WELCOME-PRINT         PIC 9(8) VALUE 0.
       01  WS-TOT-WELCOME-EMAIL         PIC 9(8) VALUE 0.
       01  WS-TOT-OCC-PRINT             PIC 9(8) VALUE 0.
       01  WS-TOT-OCC-EMAIL             PIC 9(8) VALUE 0.
       01  WS-TOT-OCC-SMS               PIC 9(8) VALUE 0.
       01  WS-TOT-CAMP-PRINT            PIC 9(8) VALUE 0.
       01  WS-TOT-CAMP-EMAIL            PIC 9(8) VALUE 0.
       01  WS-TOT-CAMP-SMS              PIC 9(8) VALUE 0.
       01  WS-TOT-CAMPAIGN              PIC 9(8) VALUE 0.
       01  WS-TOT-WELCOME               PIC 9(8) VALUE 0.
       01  WS-TOT-OCCASION              PIC 9(8) VALUE 0.
       01  WS-TOT-SKIPS                 PIC 9(8) VALUE 0.
       01  WS-LANG-STATS-FOUND          PIC X VALUE 'N'.
           88  LANG-STATS-FOUND             VALUE 'Y'.

      * One row per campaign ID run in the month, summed across
      * however many nights it ran - the split the invoice desk needs
      * when a vendor bills a campaign separately.
       01  WS-CAMP-STATS-COUNT          PIC 9(4) VALUE 0.
       01  WS-CAMP-STATS-TABLE.
           05  WS-CAMP-STATS-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-CAMP-STATS-COUNT
                   INDEXED BY WS-CAMP-STATS-IDX.
               10  WS-CAMP-STATS-ID     PIC X(8).
               10  WS-CAMP-STATS-PRINT  PIC 9(8).
               10  WS-CAMP-STATS-EMAIL  PIC 9(8).
               10  WS-CAMP-STATS-SMS    PIC 9(8).
               10  WS-CAMP-STATS-SKIPS  PIC 9(8).
               10  WS-CAMP-STATS-EXCPT  PIC 9(8).
       01  WS-CAMP-STATS-FOUND          PIC X VALUE 'N'.
           88  CAMP-STATS-FOUND             VALUE 'Y'.

      * One row per distinct skip reason across the month's SKIPLOG
      * archives.
       01  WS-SKIP-STATS-COUNT          PIC 9(4) VALUE 0.
               PERFORM SCAN-OCCASION-ARCHIVE
               PERFORM SCAN-SKIP-ARCHIVE
           END-PERFORM
           PERFORM SCAN-CAMPAIGN-TOTALS
           PERFORM WRITE-MONTH-REPORT
           CLOSE MONTH-REPORT-FILE
           DISPLAY "MONTH-REPORT: MONTHRPT WRITTEN FOR "
               WS-REPORT-MONTH " - WELCOME " WS-TOT-WELCOME
               " OCCASION " WS-TOT-OCCASION
               " CAMPAIGN " WS-TOT-CAMPAIGN
           STOP RUN.

      * Same override pattern as the batch tunables.  The default is
               CLOSE ARCHIVE-SKIP-FILE
           END-IF.

      * CAMPTOTL not existing just means no campaign has ever run -
      * nothing to add, not an error.  Only rows whose run date falls
      * in the report month count.
       SCAN-CAMPAIGN-TOTALS.
           OPEN INPUT CAMPAIGN-TOTAL-FILE
           IF WS-CTOT-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-CTOT-STATUS NOT = '00'
               DISPLAY "MONTH-REPORT: UNABLE TO OPEN CAMPTOTL, STATUS="
                   WS-CTOT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CTOT-STATUS = '10'
               READ CAMPAIGN-TOTAL-FILE
                   AT END
                       MOVE '10' TO WS-CTOT-STATUS
                   NOT AT END
                       IF CTOT-RUN-DATE(1:6) = WS-REPORT-MONTH
                           PERFORM TALLY-CAMPAIGN-STAT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAMPAIGN-TOTAL-FILE.

       TALLY-CAMPAIGN-STAT.
           MOVE CTOT-RUN-DATE(7:2) TO WS-DAY-SUB
           ADD CTOT-GENERATED-COUNT TO WS-DAY-CAMPAIGN(WS-DAY-SUB)
           ADD CTOT-GENERATED-COUNT TO WS-TOT-CAMPAIGN
           ADD CTOT-PRINT-COUNT TO WS-TOT-CAMP-PRINT
           ADD CTOT-EMAIL-COUNT TO WS-TOT-CAMP-EMAIL
           ADD CTOT-SMS-COUNT TO WS-TOT-CAMP-SMS
           MOVE 'N' TO WS-CAMP-STATS-FOUND
           IF WS-CAMP-STATS-COUNT > 0
               SET WS-CAMP-STATS-IDX TO 1
               SEARCH WS-CAMP-STATS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CAMP-STATS-ID(WS-CAMP-STATS-IDX)
                           = CTOT-CAMPAIGN-ID
                       SET CAMP-STATS-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT CAMP-STATS-FOUND
               IF WS-CAMP-STATS-COUNT >= 100
                   DISPLAY "MONTH-REPORT: CAMPAIGN STATS TABLE EXCEEDS "
                       "100 CAMPAIGNS - INCREASE TABLE CAPACITY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAMP-STATS-COUNT
               SET WS-CAMP-STATS-IDX TO WS-CAMP-STATS-COUNT
               MOVE CTOT-CAMPAIGN-ID
                   TO WS-CAMP-STATS-ID(WS-CAMP-STATS-IDX)
               MOVE 0 TO WS-CAMP-STATS-PRINT(WS-CAMP-STATS-IDX)
               MOVE 0 TO WS-CAMP-STATS-EMAIL(WS-CAMP-STATS-IDX)
               MOVE 0 TO WS-CAMP-STATS-SMS(WS-CAMP-STATS-IDX)
               MOVE 0 TO WS-CAMP-STATS-SKIPS(WS-CAMP-STATS-IDX)
               MOVE 0 TO WS-CAMP-STATS-EXCPT(WS-CAMP-STATS-IDX)
           END-IF
           ADD CTOT-PRINT-COUNT
               TO WS-CAMP-STATS-PRINT(WS-CAMP-STATS-IDX)
           ADD CTOT-EMAIL-COUNT
               TO WS-CAMP-STATS-EMAIL(WS-CAMP-STATS-IDX)
           ADD CTOT-SMS-COUNT
               TO WS-CAMP-STATS-SMS(WS-CAMP-STATS-IDX)
           ADD CTOT-SKIP-COUNT
               TO WS-CAMP-STATS-SKIPS(WS-CAMP-STATS-IDX)
           ADD CTOT-EXCEPTION-COUNT
               TO WS-CAMP-STATS-EXCPT(WS-CAMP-STATS-IDX).

      * Blank language codes come from archives older than the
      * language field on the output rows - reported under '??' so
      * the month still adds up.
                       WS-DAY-WELCOME(WS-DAY-SUB) DELIMITED BY SIZE
                       " OCCASION " DELIMITED BY SIZE
                       WS-DAY-OCCASION(WS-DAY-SUB) DELIMITED BY SIZE
                       " CAMPAIGN " DELIMITED BY SIZE
                       WS-DAY-CAMPAIGN(WS-DAY-SUB) DELIMITED BY SIZE
                       " SKIPS " DELIMITED BY SIZE
                       WS-DAY-SKIPS(WS-DAY-SUB) DELIMITED BY SIZE
                   INTO MONTH-REPORT-RECORD
           END-PERFORM
           COMPUTE WS-CHANNEL-TOTAL =
               WS-TOT-WELCOME-PRINT + WS-TOT-OCC-PRINT
               + WS-TOT-CAMP-PRINT
           PERFORM WRITE-CHANNEL-LINE-PRINT
           COMPUTE WS-CHANNEL-TOTAL =
               WS-TOT-WELCOME-EMAIL + WS-TOT-OCC-EMAIL
               + WS-TOT-CAMP-EMAIL
           PERFORM WRITE-CHANNEL-LINE-EMAIL
           COMPUTE WS-CHANNEL-TOTAL =
               WS-TOT-WELCOME-SMS + WS-TOT-OCC-SMS
               + WS-TOT-CAMP-SMS
           PERFORM WRITE-CHANNEL-LINE-SMS
           PERFORM WRITE-CAMPAIGN-LINES
           PERFORM WRITE-LANGUAGE-LINES
           PERFORM WRITE-SKIP-LINES
           COMPUTE WS-GRAND-TOTAL =
               WS-TOT-WELCOME + WS-TOT-OCCASION + WS-TOT-CAMPAIGN
           MOVE SPACES TO MONTH-REPORT-RECORD
           STRING "MONTH TOTAL WELCOME " DELIMITED BY SIZE
                   WS-TOT-WELCOME DELIMITED BY SIZE
                   " OCCASION " DELIMITED BY SIZE
                   WS-TOT-OCCASION DELIMITED BY SIZE
                   " CAMPAIGN " DELIMITED BY SIZE
                   WS-TOT-CAMPAIGN DELIMITED BY SIZE
                   " ALL " DELIMITED BY SIZE
                   WS-GRAND-TOTAL DELIMITED BY SIZE
               INTO MONTH-REPORT-RECORD
                   WS-TOT-WELCOME-PRINT DELIMITED BY SIZE
                   " OCCASION " DELIMITED BY SIZE
                   WS-TOT-OCC-PRINT DELIMITED BY SIZE
                   " CAMPAIGN " DELIMITED BY SIZE
                   WS-TOT-CAMP-PRINT DELIMITED BY SIZE
                   " TOTAL " DELIMITED BY SIZE
                   WS-CHANNEL-TOTAL DELIMITED BY SIZE
               INTO MONTH-REPORT-RECORD
                   WS-TOT-WELCOME-EMAIL DELIMITED BY SIZE
                   " OCCASION " DELIMITED BY SIZE
                   WS-TOT-OCC-EMAIL DELIMITED BY SIZE
                   " CAMPAIGN " DELIMITED BY SIZE
                   WS-TOT-CAMP-EMAIL DELIMITED BY SIZE
                   " TOTAL " DELIMITED BY SIZE
                   WS-CHANNEL-TOTAL DELIMITED BY SIZE
               INTO MONTH-REPORT-RECORD
                   WS-TOT-WELCOME-SMS DELIMITED BY SIZE
                   " OCCASION " DELIMITED BY SIZE
                   WS-TOT-OCC-SMS DELIMITED BY SIZE
                   " CAMPAIGN " DELIMITED BY SIZE
                   WS-TOT-CAMP-SMS DELIMITED BY SIZE
                   " TOTAL " DELIMITED BY SIZE
                   WS-CHANNEL-TOTAL DELIMITED BY SIZE
               INTO MONTH-REPORT-RECORD
           WRITE MONTH-REPORT-RECORD.

      * Campaign language codes are not in CAMPTOTL, so the language
      * lines stay welcome-plus-occasion; the campaign lines carry
      * the per-channel split each campaign was billed on.
       WRITE-CAMPAIGN-LINES.
           PERFORM VARYING WS-CAMP-STATS-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-STATS-IDX > WS-CAMP-STATS-COUNT
               MOVE SPACES TO MONTH-REPORT-RECORD
               STRING "CAMPAIGN " DELIMITED BY SIZE
                       WS-CAMP-STATS-ID(WS-CAMP-STATS-IDX)
                           DELIMITED BY SIZE
                       " PRT " DELIMITED BY SIZE
                       WS-CAMP-STATS-PRINT(WS-CAMP-STATS-IDX)
                           DELIMITED BY SIZE
                       " EML " DELIMITED BY SIZE
                       WS-CAMP-STATS-EMAIL(WS-CAMP-STATS-IDX)
                           DELIMITED BY SIZE
                       " SMS " DELIMITED BY SIZE
                       WS-CAMP-STATS-SMS(WS-CAMP-STATS-IDX)
                           DELIMITED BY SIZE
                       " SKIPS " DELIMITED BY SIZE
                       WS-CAMP-STATS-SKIPS(WS-CAMP-STATS-IDX)
                           DELIMITED BY SIZE
                       " EXCEPTIONS " DELIMITED BY SIZE
                       WS-CAMP-STATS-EXCPT(WS-CAMP-STATS-IDX)
                           DELIMITED BY SIZE
                   INTO MONTH-REPORT-RECORD
               WRITE MONTH-REPORT-RECORD
           END-PERFORM.

       WRITE-LANGUAGE-LINES.
           PERFORM VARYING WS-LANG-STATS-IDX FROM 1 BY 1
                   UNTIL WS-LANG-STATS-IDX > WS-LANG-STATS-COUNT
