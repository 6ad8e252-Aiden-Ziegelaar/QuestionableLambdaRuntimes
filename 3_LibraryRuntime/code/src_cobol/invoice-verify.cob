       IDENTIFICATION DIVISION.
       PROGRAM-ID. invoice-verify.

      * Vendor invoice verification.  The print shop, email gateway
      * and SMS vendor each invoice us monthly, and until now the
      * invoice was held up against the MONTHRPT printout by hand.
      * This job reads the invoices from INVOICEIN and checks each one
      * against two figures of our own for the same channel and
      * billing period: what we generated for that vendor (first-pass
      * welcome and occasion greetings, and retries separately, from
      * the dated channel-file archives) and what the vendor itself
      * confirmed as delivered or failed on DELVCONF.  It reports
      * billing above what was generated, retry volume billed as
      * first-pass volume, billing for deliveries the vendor itself
      * reported as failed, and any unit rate that differs from the
      * contracted rate on VENDRATE, plus the amount our figures
      * support and the amount in dispute.  The variance report,
      * INVVARRPT, is written to go back to the vendor with the
      * dispute; the counts go to the job log like every other run
      * summary.
      *
      * Only what we can prove delivered is supported: the lowest of
      * the billed count, the first-pass count we generated and the
      * count the vendor confirmed.  A retry is the vendor redelivering
      * a greeting it already failed to deliver once, so it is never
      * billable as a new first-pass item.
      *
      * Campaign broadcasts go to the same vendors and are billed on
      * the same invoice.  Their volume is taken from the per-run
      * totals greet-campaign appends to CAMPTOTL, counted by run date
      * within the billing period, added into first-pass and shown
      * beside welcome and occasion with a line per campaign ID, so a
      * campaign night never reads as over-billing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-INVOICE-FILE ASSIGN TO "INVOICEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

           SELECT VENDOR-RATE-FILE ASSIGN TO "VENDRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

      * One SELECT per file layout, all assigned through the one data
      * name restrung before each open - every dated archive in the
      * billing period, then the current file - the same dynamic-name
      * approach contact-trace and month-report use.  Only one of
      * them is ever open at a time.
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

           SELECT CAMPAIGN-TOTAL-FILE ASSIGN TO "CAMPTOTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTOT-STATUS.

           SELECT INVOICE-VARIANCE-FILE ASSIGN TO "INVVARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-INVOICE-FILE.
           COPY "vendor-invoice-record.cpy".

       FD  VENDOR-RATE-FILE.
           COPY "vendor-rate-record.cpy".

       FD  SCAN-GREETING-FILE.
           COPY "greeting-output.cpy".

       FD  SCAN-OCCASION-FILE.
           COPY "occasion-output-record.cpy".

       FD  SCAN-RETRY-FILE.
           COPY "retry-output-record.cpy".

       FD  SCAN-CONFIRMATION-FILE.
           COPY "delivery-confirmation-record.cpy".

       FD  CAMPAIGN-TOTAL-FILE.
           COPY "campaign-total-record.cpy".

       FD  INVOICE-VARIANCE-FILE.
           COPY "invoice-variance-record.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS                PIC XX.
       01  WS-RATE-STATUS               PIC XX.
       01  WS-SGRT-STATUS               PIC XX.
       01  WS-SOCC-STATUS               PIC XX.
       01  WS-SRTY-STATUS               PIC XX.
       01  WS-SCNF-STATUS               PIC XX.
       01  WS-CTOT-STATUS               PIC XX.
       01  WS-IVAR-STATUS               PIC XX.
       01  WS-INV-EOF-FLAG              PIC X VALUE 'N'.
           88  END-OF-INVOICE-FILE          VALUE 'Y'.
       01  WS-RATE-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-RATE-FILE             VALUE 'Y'.

      * The contracted rates, loaded once - VENDRATE is a short hand-
      * maintained table, a few rows per vendor per rate change, so
      * it is held in memory and searched per invoice, the same
      * tally-table shape the run summaries use.
       01  WS-RATE-COUNT                PIC 9(4) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RATE-COUNT
                   INDEXED BY WS-RATE-IDX.
               10  WS-RATE-VENDOR-ID    PIC X(8).
               10  WS-RATE-CHANNEL      PIC X(1).
               10  WS-RATE-EFFECTIVE    PIC X(8).
               10  WS-RATE-UNIT-RATE    PIC 9(3)V9(4).

      * Base name of the file being scanned and the archive date
      * wanted - SPACES means the current, undated file.
       01  WS-SCAN-BASE                 PIC X(8).
       01  WS-SCAN-DATE                 PIC X(8).
       01  WS-SCAN-NAME                 PIC X(20).
       01  WS-CHANNEL-SUFFIX            PIC X(3).

      * The invoice's billing period, checked and converted once per
      * invoice.  The archive walk reaches a week past the period for
      * the same reason contact-trace's does - a missed night leaves
      * a day's rows to be rolled under a later stamp - and every row
      * is still counted on its own timestamp.
       01  WS-PERIOD-FROM-NUM           PIC 9(8).
       01  WS-PERIOD-TO-NUM             PIC 9(8).
       01  WS-PERIOD-FROM-INT           PIC 9(8).
       01  WS-PERIOD-TO-INT             PIC 9(8).
       01  WS-PERIOD-DAYS               PIC 9(8).
       01  WS-MAX-PERIOD-DAYS           PIC 9(4) VALUE 366.
       01  WS-ARCHIVE-SLACK-DAYS        PIC 9(4) VALUE 7.
       01  WS-WALK-DATE-INT             PIC 9(8).
       01  WS-WALK-LAST-INT             PIC 9(8).
       01  WS-WALK-DATE-NUM             PIC 9(8).

       01  WS-INVOICE-VALID-FLAG        PIC X VALUE 'Y'.
           88  INVOICE-VALID                VALUE 'Y'.
       01  WS-REJECT-REASON             PIC X(40).

      * Our own figures for the invoice's channel and period.
       01  WS-GEN-WELCOME               PIC 9(8).
       01  WS-GEN-OCCASION              PIC 9(8).
       01  WS-GEN-CAMPAIGN              PIC 9(8).
       01  WS-GEN-FIRST-PASS            PIC 9(8).
       01  WS-GEN-RETRY                 PIC 9(8).
       01  WS-CONF-DELIVERED            PIC 9(8).
       01  WS-CONF-FAILED               PIC 9(8).

      * Campaign volume for the invoice's channel and period, per
      * campaign ID - a campaign that ran several nights is one line.
       01  WS-CAMP-COUNT                PIC 9(4) VALUE 0.
       01  WS-CAMP-TABLE.
           05  WS-CAMP-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-CAMP-COUNT
                   INDEXED BY WS-CAMP-IDX.
               10  WS-CAMP-ID           PIC X(8).
               10  WS-CAMP-ITEMS        PIC 9(8).
       01  WS-CAMP-FOUND-FLAG           PIC X VALUE 'N'.
           88  CAMP-ENTRY-FOUND             VALUE 'Y'.
       01  WS-CAMP-CHANNEL-ITEMS        PIC 9(8).

       01  WS-CONTRACT-FOUND-FLAG       PIC X VALUE 'N'.
           88  CONTRACT-RATE-FOUND          VALUE 'Y'.
       01  WS-CONTRACT-RATE             PIC 9(3)V9(4).
       01  WS-CONTRACT-EFFECTIVE        PIC X(8).
       01  WS-VALUATION-RATE            PIC 9(3)V9(4).

      * Variance arithmetic for one invoice.
       01  WS-EXTENDED-AMOUNT           PIC 9(9)V99.
       01  WS-EXCESS-COUNT              PIC 9(8).
       01  WS-PORTION-COUNT             PIC 9(8).
       01  WS-SUPPORTED-COUNT           PIC 9(8).
       01  WS-SUPPORTED-AMOUNT          PIC 9(9)V99.
       01  WS-DISPUTED-AMOUNT           PIC S9(9)V99.
       01  WS-VARIANCE-TYPE             PIC X(30).
       01  WS-VARIANCE-COUNT            PIC 9(8).
       01  WS-VARIANCE-VALUE            PIC S9(9)V99.
       01  WS-INVOICE-VARIANCES         PIC 9(4).

      * Edited forms for the money on the report lines.
       01  WS-EDIT-RATE                 PIC ZZ9.9999.
       01  WS-EDIT-CONTRACT-RATE        PIC ZZ9.9999.
       01  WS-EDIT-AMOUNT               PIC Z(8)9.99.
       01  WS-EDIT-SUPPORTED            PIC Z(8)9.99.
       01  WS-EDIT-VALUE                PIC -Z(8)9.99.
       01  WS-EDIT-DISPUTED             PIC Z(8)9.99.

       01  WS-STATS-INVOICES-READ       PIC 9(8) VALUE 0.
       01  WS-STATS-AGREED              PIC 9(8) VALUE 0.
       01  WS-STATS-DISPUTED            PIC 9(8) VALUE 0.
       01  WS-STATS-REJECTED            PIC 9(8) VALUE 0.
       01  WS-STATS-FILES-READ          PIC 9(8) VALUE 0.
       01  WS-TOTAL-DISPUTED            PIC 9(11)V99 VALUE 0.
       01  WS-EDIT-TOTAL-DISPUTED       PIC Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM OPEN-FILES
           PERFORM LOAD-RATE-TABLE
           PERFORM READ-INVOICE-FILE
           PERFORM UNTIL END-OF-INVOICE-FILE
               ADD 1 TO WS-STATS-INVOICES-READ
               PERFORM VERIFY-INVOICE
               PERFORM READ-INVOICE-FILE
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-FILES
           PERFORM WRITE-STATISTICS-SUMMARY
           STOP RUN.

      * INVOICEIN and VENDRATE are both required - an invoice run with
      * nothing to check, or nothing to check it against, is a setup
      * error, fatal the same way a missing PREFTRANS is to pref-maint.
       OPEN-FILES.
           OPEN INPUT VENDOR-INVOICE-FILE
           IF WS-INV-STATUS NOT = '00'
               DISPLAY "INVOICE-VERIFY: UNABLE TO OPEN INVOICEIN, "
                   "STATUS=" WS-INV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT VENDOR-RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY "INVOICE-VERIFY: UNABLE TO OPEN VENDRATE, "
                   "STATUS=" WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INVOICE-VARIANCE-FILE
           IF WS-IVAR-STATUS NOT = '00'
               DISPLAY "INVOICE-VERIFY: UNABLE TO OPEN INVVARRPT, "
                   "STATUS=" WS-IVAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A rate row whose date or rate isn't numeric is reported and
      * left out rather than loaded as zero - a zero contract rate
      * would turn every invoice for that vendor into a dispute.
       LOAD-RATE-TABLE.
           PERFORM READ-RATE-FILE
           PERFORM UNTIL END-OF-RATE-FILE
               IF RATE-EFFECTIVE-DATE IS NOT NUMERIC
                       OR RATE-UNIT-RATE IS NOT NUMERIC
                   DISPLAY "INVOICE-VERIFY: VENDRATE ROW FOR "
                       RATE-VENDOR-ID " " RATE-CHANNEL
                       " IS NOT NUMERIC - IGNORED"
               ELSE
                   IF WS-RATE-COUNT >= 500
                       DISPLAY "INVOICE-VERIFY: RATE TABLE EXCEEDS "
                           "500 ROWS - INCREASE TABLE CAPACITY"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RATE-VENDOR-ID
                       TO WS-RATE-VENDOR-ID(WS-RATE-COUNT)
                   MOVE RATE-CHANNEL TO WS-RATE-CHANNEL(WS-RATE-COUNT)
                   MOVE RATE-EFFECTIVE-DATE
                       TO WS-RATE-EFFECTIVE(WS-RATE-COUNT)
                   MOVE RATE-UNIT-RATE
                       TO WS-RATE-UNIT-RATE(WS-RATE-COUNT)
               END-IF
               PERFORM READ-RATE-FILE
           END-PERFORM
           CLOSE VENDOR-RATE-FILE.

       READ-RATE-FILE.
           READ VENDOR-RATE-FILE
               AT END
                   SET END-OF-RATE-FILE TO TRUE
           END-READ.

       READ-INVOICE-FILE.
           READ VENDOR-INVOICE-FILE
               AT END
                   SET END-OF-INVOICE-FILE TO TRUE
           END-READ.

       VERIFY-INVOICE.
           PERFORM VALIDATE-INVOICE
           PERFORM WRITE-INVOICE-HEADING
           IF NOT INVOICE-VALID
               PERFORM WRITE-REJECTED-INVOICE
               ADD 1 TO WS-STATS-REJECTED
           ELSE
               PERFORM GATHER-OUR-FIGURES
               PERFORM FIND-CONTRACT-RATE
               PERFORM WRITE-FIGURES-LINES
               PERFORM CHECK-INVOICE-VARIANCES
               PERFORM WRITE-INVOICE-RESULT
           END-IF
           MOVE SPACES TO INVOICE-VARIANCE-RECORD
           WRITE INVOICE-VARIANCE-RECORD.

      * An invoice that can't be checked - unknown channel, a period
      * that isn't real dates, numbers that aren't numbers - is
      * reported as rejected with the reason, never half-checked.
       VALIDATE-INVOICE.
           MOVE 'Y' TO WS-INVOICE-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT INV-CHANNEL-PRINT AND NOT INV-CHANNEL-EMAIL
                       AND NOT INV-CHANNEL-SMS
                   MOVE "INVALID CHANNEL" TO WS-REJECT-REASON
               WHEN INV-PERIOD-FROM IS NOT NUMERIC
                       OR INV-PERIOD-TO IS NOT NUMERIC
                   MOVE "BILLING PERIOD IS NOT YYYYMMDD"
                       TO WS-REJECT-REASON
               WHEN INV-BILLED-COUNT IS NOT NUMERIC
                       OR INV-UNIT-RATE IS NOT NUMERIC
                       OR INV-AMOUNT IS NOT NUMERIC
                   MOVE "BILLED COUNT, RATE OR AMOUNT NOT NUMERIC"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE INV-PERIOD-FROM TO WS-PERIOD-FROM-NUM
               MOVE INV-PERIOD-TO TO WS-PERIOD-TO-NUM
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-FROM-NUM)
                           NOT = 0
                       OR FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-TO-NUM)
                           NOT = 0
                       MOVE "BILLING PERIOD IS NOT YYYYMMDD"
                           TO WS-REJECT-REASON
                   WHEN WS-PERIOD-FROM-NUM > WS-PERIOD-TO-NUM
                       MOVE "BILLING PERIOD ENDS BEFORE IT STARTS"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON = SPACES
               COMPUTE WS-PERIOD-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM-NUM)
               COMPUTE WS-PERIOD-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO-NUM)
               COMPUTE WS-PERIOD-DAYS =
                   WS-PERIOD-TO-INT - WS-PERIOD-FROM-INT + 1
               IF WS-PERIOD-DAYS > WS-MAX-PERIOD-DAYS
                   MOVE "BILLING PERIOD LONGER THAN 366 DAYS"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO WS-INVOICE-VALID-FLAG
           END-IF.

       WRITE-INVOICE-HEADING.
           MOVE SPACES TO INVOICE-VARIANCE-RECORD
           STRING "INVOICE " DELIMITED BY SIZE
                   INV-INVOICE-NUMBER DELIMITED BY SIZE
                   " VENDOR " DELIMITED BY SIZE
                   INV-VENDOR-ID DELIMITED BY SIZE
                   " CHANNEL " DELIMITED BY SIZE
                   INV-CHANNEL DELIMITED BY SIZE
                   " PERIOD " DELIMITED BY SIZE
                   INV-PERIOD-FROM DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   INV-PERIOD-TO DELIMITED BY SIZE
               INTO INVOICE-VARIANCE-RECORD
           WRITE INVOICE-VARIANCE-RECORD.

       WRITE-REJECTED-INVOICE.
           MOVE SPACES TO INVOICE-VARIANCE-RECORD
           STRING "  REJECTED - " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
               INTO INVOICE-VARIANCE-RECORD
           WRITE INVOICE-VARIANCE-RECORD.

      * Every dated archive in the period (plus the slack week), then
      * the current files, counting only rows stamped inside the
      * period - the same walk contact-trace makes for one patron.
       GATHER-OUR-FIGURES.
           MOVE 0 TO WS-GEN-WELCOME WS-GEN-OCCASION WS-GEN-RETRY
               WS-CONF-DELIVERED WS-CONF-FAILED WS-GEN-CAMPAIGN
           EVALUATE TRUE
               WHEN INV-CHANNEL-PRINT
                   MOVE "PRT" TO WS-CHANNEL-SUFFIX
               WHEN INV-CHANNEL-EMAIL
                   MOVE "EML" TO WS-CHANNEL-SUFFIX
               WHEN INV-CHANNEL-SMS
                   MOVE "SMS" TO WS-CHANNEL-SUFFIX
           END-EVALUATE
           COMPUTE WS-WALK-LAST-INT =
               WS-PERIOD-TO-INT + WS-ARCHIVE-SLACK-DAYS
           PERFORM VARYING WS-WALK-DATE-INT FROM WS-PERIOD-FROM-INT
                   BY 1 UNTIL WS-WALK-DATE-INT > WS-WALK-LAST-INT
               COMPUTE WS-WALK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WALK-DATE-INT)
               MOVE WS-WALK-DATE-NUM TO WS-SCAN-DATE
               PERFORM SCAN-CHANNEL-FILES
           END-PERFORM
           MOVE SPACES TO WS-SCAN-DATE
           PERFORM SCAN-CHANNEL-FILES
           PERFORM COUNT-CAMPAIGN-TOTALS
           COMPUTE WS-GEN-FIRST-PASS =
               WS-GEN-WELCOME + WS-GEN-OCCASION + WS-GEN-CAMPAIGN.

       SCAN-CHANNEL-FILES.
           STRING "GREET" DELIMITED BY SIZE
                   WS-CHANNEL-SUFFIX DELIMITED BY SIZE
               INTO WS-SCAN-BASE
           PERFORM COUNT-GREETING-FILE
           MOVE "GREETOCC" TO WS-SCAN-BASE
           PERFORM COUNT-OCCASION-FILE
           STRING "RETRY" DELIMITED BY SIZE
                   WS-CHANNEL-SUFFIX DELIMITED BY SIZE
               INTO WS-SCAN-BASE
           PERFORM COUNT-RETRY-FILE
           MOVE "DELVCONF" TO WS-SCAN-BASE
           PERFORM COUNT-CONFIRMATION-FILE.

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
      * run or a file the vendor hasn't dropped - nothing to count.
      * Any other open failure is fatal, the same split month-report
      * applies.
       COUNT-GREETING-FILE.
           PERFORM BUILD-SCAN-NAME
           OPEN INPUT SCAN-GREETING-FILE
           IF WS-SGRT-STATUS NOT = '35'
               IF WS-SGRT-STATUS NOT = '00'
                   DISPLAY "INVOICE-VERIFY: UNABLE TO OPEN "
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
                           IF GRTOUT-TIMESTAMP(1:8)
                                   NOT < INV-PERIOD-FROM
                                   AND GRTOUT-TIMESTAMP(1:8)
                                       NOT > INV-PERIOD-TO
                               ADD 1 TO WS-GEN-WELCOME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCAN-GREETING-FILE
           END-IF.

      * GREETOCC carries all three channels in one file, so only the
      * invoice's own channel is counted.
       COUNT-OCCASION-FILE.
           PERFORM BUILD-SCAN-NAME
           OPEN INPUT SCAN-OCCASION-FILE
           IF WS-SOCC-STATUS NOT = '35'
               IF WS-SOCC-STATUS NOT = '00'
                   DISPLAY "INVOICE-VERIFY: UNABLE TO OPEN "
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
                           IF OCCOUT-DELIVERY-CHANNEL = INV-CHANNEL
                                   AND OCCOUT-TIMESTAMP(1:8)
                                       NOT < INV-PERIOD-FROM
                                   AND OCCOUT-TIMESTAMP(1:8)
                                       NOT > INV-PERIOD-TO
                               ADD 1 TO WS-GEN-OCCASION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCAN-OCCASION-FILE
           END-IF.

       COUNT-RETRY-FILE.
           PERFORM BUILD-SCAN-NAME
           OPEN INPUT SCAN-RETRY-FILE
           IF WS-SRTY-STATUS NOT = '35'
               IF WS-SRTY-STATUS NOT = '00'
                   DISPLAY "INVOICE-VERIFY: UNABLE TO OPEN "
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
                           IF RTOUT-TIMESTAMP(1:8)
                                   NOT < INV-PERIOD-FROM
                                   AND RTOUT-TIMESTAMP(1:8)
                                       NOT > INV-PERIOD-TO
                               ADD 1 TO WS-GEN-RETRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCAN-RETRY-FILE
           END-IF.

       COUNT-CONFIRMATION-FILE.
           PERFORM BUILD-SCAN-NAME
           OPEN INPUT SCAN-CONFIRMATION-FILE
           IF WS-SCNF-STATUS NOT = '35'
               IF WS-SCNF-STATUS NOT = '00'
                   DISPLAY "INVOICE-VERIFY: UNABLE TO OPEN "
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
                           IF DLVCF-CHANNEL = INV-CHANNEL
                                   AND DLVCF-TIMESTAMP(1:8)
                                       NOT < INV-PERIOD-FROM
                                   AND DLVCF-TIMESTAMP(1:8)
                                       NOT > INV-PERIOD-TO
                               EVALUATE TRUE
                                   WHEN DLVCF-CONFIRMED
                                       ADD 1 TO WS-CONF-DELIVERED
                                   WHEN DLVCF-FAILED
                                       ADD 1 TO WS-CONF-FAILED
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCAN-CONFIRMATION-FILE
           END-IF.

      * CAMPTOTL not existing just means no campaign has ever run.
      * Rows carry a run date rather than a per-greeting stamp, so a
      * run is counted when its run date falls inside the period.
       COUNT-CAMPAIGN-TOTALS.
           MOVE 0 TO WS-CAMP-COUNT
           OPEN INPUT CAMPAIGN-TOTAL-FILE
           IF WS-CTOT-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-CTOT-STATUS NOT = '00'
               DISPLAY "INVOICE-VERIFY: UNABLE TO OPEN CAMPTOTL, "
                   "STATUS=" WS-CTOT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STATS-FILES-READ
           PERFORM UNTIL WS-CTOT-STATUS = '10'
               READ CAMPAIGN-TOTAL-FILE
                   AT END
                       MOVE '10' TO WS-CTOT-STATUS
                   NOT AT END
                       IF CTOT-RUN-DATE NOT < INV-PERIOD-FROM
                               AND CTOT-RUN-DATE NOT > INV-PERIOD-TO
                           PERFORM TALLY-CAMPAIGN-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAMPAIGN-TOTAL-FILE.

       TALLY-CAMPAIGN-TOTAL.
           EVALUATE TRUE
               WHEN INV-CHANNEL-PRINT
                   MOVE CTOT-PRINT-COUNT TO WS-CAMP-CHANNEL-ITEMS
               WHEN INV-CHANNEL-EMAIL
                   MOVE CTOT-EMAIL-COUNT TO WS-CAMP-CHANNEL-ITEMS
               WHEN INV-CHANNEL-SMS
                   MOVE CTOT-SMS-COUNT TO WS-CAMP-CHANNEL-ITEMS
           END-EVALUATE
           IF WS-CAMP-CHANNEL-ITEMS = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-CAMP-CHANNEL-ITEMS TO WS-GEN-CAMPAIGN
           MOVE 'N' TO WS-CAMP-FOUND-FLAG
           IF WS-CAMP-COUNT > 0
               SET WS-CAMP-IDX TO 1
               SEARCH WS-CAMP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CAMP-ID(WS-CAMP-IDX) = CTOT-CAMPAIGN-ID
                       SET CAMP-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT CAMP-ENTRY-FOUND
               IF WS-CAMP-COUNT >= 100
                   DISPLAY "INVOICE-VERIFY: CAMPAIGN TABLE EXCEEDS "
                       "100 CAMPAIGNS - INCREASE TABLE CAPACITY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAMP-COUNT
               SET WS-CAMP-IDX TO WS-CAMP-COUNT
               MOVE CTOT-CAMPAIGN-ID TO WS-CAMP-ID(WS-CAMP-IDX)
               MOVE 0 TO WS-CAMP-ITEMS(WS-CAMP-IDX)
           END-IF
           ADD WS-CAMP-CHANNEL-ITEMS TO WS-CAMP-ITEMS(WS-CAMP-IDX).

      * The rate in force is the vendor/channel row with the latest
      * effective date on or before the first day billed.  With no
      * contract rate on file the items are valued at the invoice's
      * own rate, so the count variances still carry a money figure.
       FIND-CONTRACT-RATE.
           MOVE 'N' TO WS-CONTRACT-FOUND-FLAG
           MOVE SPACES TO WS-CONTRACT-EFFECTIVE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-VENDOR-ID(WS-RATE-IDX) = INV-VENDOR-ID
                       AND WS-RATE-CHANNEL(WS-RATE-IDX) = INV-CHANNEL
                       AND WS-RATE-EFFECTIVE(WS-RATE-IDX)
                           NOT > INV-PERIOD-FROM
                       AND (NOT CONTRACT-RATE-FOUND
                           OR WS-RATE-EFFECTIVE(WS-RATE-IDX)
                               > WS-CONTRACT-EFFECTIVE)
                   SET CONTRACT-RATE-FOUND TO TRUE
                   MOVE WS-RATE-EFFECTIVE(WS-RATE-IDX)
                       TO WS-CONTRACT-EFFECTIVE
                   MOVE WS-RATE-UNIT-RATE(WS-RATE-IDX)
                       TO WS-CONTRACT-RATE
               END-IF
           END-PERFORM
           IF CONTRACT-RATE-FOUND
               MOVE WS-CONTRACT-RATE TO WS-VALUATION-RATE
           ELSE
               MOVE INV-UNIT-RATE TO WS-VALUATION-RATE
           END-IF.

       WRITE-FIGURES-LINES.
           MOVE INV-UNIT-RATE TO WS-EDIT-RATE
           MOVE INV-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO INVOICE-VARIANCE-RECORD
           STRING "  BILLED ITEMS " DELIMITED BY SIZE
                   INV-BILLED-COUNT DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   WS-EDIT-RATE DELIMITED BY SIZE
                   " AMOUNT " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO INVOICE-VARIANCE-RECORD
           WRITE INVOICE-VARIANCE-RECORD
           MOVE SPACES TO INVOICE-VARIANCE-RECORD
           STRING "  GENERATED FIRST-PASS " DELIMITED BY SIZE
                   WS-GEN-FIRST-PASS DELIMITED BY SIZE
                   " (WELCOME " DELIMITED BY SIZE
                   WS-GEN-WELCOME DELIMITED BY SIZE
                   " OCCASION " DELIMITED BY SIZE
                   WS-GEN-OCCASION DELIMITED BY SIZE
                   " CAMPAIGN " DELIMITED BY SIZE
                   WS-GEN-CAMPAIGN DELIMITED BY SIZE
                   ") RETRY " DELIMITED BY SIZE
                   WS-GEN-RETRY DELIMITED BY SIZE
               INTO INVOICE-VARIANCE-RECORD
           WRITE INVOICE-VARIANCE-RECORD
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
               MOVE SPACES TO INVOICE-VARIANCE-RECORD
               STRING "    CAMPAIGN " DELIMITED BY SIZE
                       WS-CAMP-ID(WS-CAMP-IDX) DELIMITED BY SIZE
                       " ITEMS " DELIMITED BY SIZE
                       WS-CAMP-ITEMS(WS-CAMP-IDX) DELIMITED BY SIZE
                   INTO INVOICE-VARIANCE-RECORD
               WRITE INVOICE-VARIANCE-RECORD
           END-PERFORM
           MOVE SPACES TO INVOICE-VARIANCE-RECORD
           STRING "  VENDOR CONFIRMED DELIVERED " DELIMITED BY SIZE
                   WS-CONF-DELIVERED DELIMITED BY SIZE
                   " FAILED " DELIMITED BY SIZE
                   WS-CONF-FAILED DELIMITED BY SIZE
               INTO INVOICE-VARIANCE-RECORD
           WRITE INVOICE-VARIANCE-RECORD
           MOVE SPACES TO INVOICE-VARIANCE-RECORD
           IF CONTRACT-RATE-FOUND
               MOVE WS-CONTRACT-RATE TO WS-EDIT-CONTRACT-RATE
               STRING "  CONTRACT RATE " DELIMITED BY SIZE
                       WS-EDIT-CONTRACT-RATE DELIMITED BY SIZE
                       " EFFECTIVE " DELIMITED BY SIZE
                       WS-CONTRACT-EFFECTIVE DELIMITED BY SIZE
                   INTO INVOICE-VARIANCE-RECORD
           ELSE
               STRING "  NO CONTRACT RATE ON FILE - VALUED AT "
                       DELIMITED BY SIZE
                       "INVOICE RATE" DELIMITED BY SIZE
                   INTO INVOICE-VARIANCE-RECORD
           END-IF
           WRITE INVOICE-VARIANCE-RECORD.

      * Each check writes its own variance line.  The generated and
      * confirmed checks look at the same billed items from two sides
      * and can overlap, so their values are not added together - the
      * disputed amount at the end is worked out once, from the
      * supported count.
       CHECK-INVOICE-VARIANCES.
           MOVE 0 TO WS-INVOICE-VARIANCES
           IF NOT CONTRACT-RATE-FOUND
               MOVE "NO CONTRACT RATE ON FILE" TO WS-VARIANCE-TYPE
               MOVE 0 TO WS-VARIANCE-COUNT WS-VARIANCE-VALUE
               PERFORM WRITE-VARIANCE-LINE
           ELSE
               IF INV-UNIT-RATE NOT = WS-CONTRACT-RATE
                   MOVE "RATE DIFFERS FROM CONTRACT"
                       TO WS-VARIANCE-TYPE
                   MOVE INV-BILLED-COUNT TO WS-VARIANCE-COUNT
                   COMPUTE WS-VARIANCE-VALUE ROUNDED =
                       (INV-UNIT-RATE - WS-CONTRACT-RATE)
                       * INV-BILLED-COUNT
                   PERFORM WRITE-VARIANCE-LINE
               END-IF
           END-IF
           COMPUTE WS-EXTENDED-AMOUNT ROUNDED =
               INV-BILLED-COUNT * INV-UNIT-RATE
           IF INV-AMOUNT NOT = WS-EXTENDED-AMOUNT
               MOVE "AMOUNT NOT COUNT TIMES RATE" TO WS-VARIANCE-TYPE
               MOVE 0 TO WS-VARIANCE-COUNT
               COMPUTE WS-VARIANCE-VALUE =
                   INV-AMOUNT - WS-EXTENDED-AMOUNT
               PERFORM WRITE-VARIANCE-LINE
           END-IF
           PERFORM CHECK-BILLED-AGAINST-GENERATED
           PERFORM CHECK-BILLED-AGAINST-CONFIRMED.

      * Billed beyond what we generated first-pass: as much of the
      * excess as our own retry volume can explain is retry volume
      * billed as first-pass; anything beyond that was never
      * generated at all.
       CHECK-BILLED-AGAINST-GENERATED.
           IF INV-BILLED-COUNT > WS-GEN-FIRST-PASS
               COMPUTE WS-EXCESS-COUNT =
                   INV-BILLED-COUNT - WS-GEN-FIRST-PASS
               IF WS-EXCESS-COUNT > WS-GEN-RETRY
                   MOVE WS-GEN-RETRY TO WS-PORTION-COUNT
               ELSE
                   MOVE WS-EXCESS-COUNT TO WS-PORTION-COUNT
               END-IF
               IF WS-PORTION-COUNT > 0
                   MOVE "RETRY BILLED AS FIRST-PASS"
                       TO WS-VARIANCE-TYPE
                   MOVE WS-PORTION-COUNT TO WS-VARIANCE-COUNT
                   COMPUTE WS-VARIANCE-VALUE ROUNDED =
                       WS-PORTION-COUNT * WS-VALUATION-RATE
                   PERFORM WRITE-VARIANCE-LINE
               END-IF
               SUBTRACT WS-PORTION-COUNT FROM WS-EXCESS-COUNT
               IF WS-EXCESS-COUNT > 0
                   MOVE "BILLED ABOVE GENERATED VOLUME"
                       TO WS-VARIANCE-TYPE
                   MOVE WS-EXCESS-COUNT TO WS-VARIANCE-COUNT
                   COMPUTE WS-VARIANCE-VALUE ROUNDED =
                       WS-EXCESS-COUNT * WS-VALUATION-RATE
                   PERFORM WRITE-VARIANCE-LINE
               END-IF
           END-IF.

      * Billed beyond what the vendor confirmed delivered: as much of
      * the excess as the vendor's own failure rows explain is billing
      * for failed deliveries; anything beyond that has no
      * confirmation either way.
       CHECK-BILLED-AGAINST-CONFIRMED.
           IF INV-BILLED-COUNT > WS-CONF-DELIVERED
               COMPUTE WS-EXCESS-COUNT =
                   INV-BILLED-COUNT - WS-CONF-DELIVERED
               IF WS-EXCESS-COUNT > WS-CONF-FAILED
                   MOVE WS-CONF-FAILED TO WS-PORTION-COUNT
               ELSE
                   MOVE WS-EXCESS-COUNT TO WS-PORTION-COUNT
               END-IF
               IF WS-PORTION-COUNT > 0
                   MOVE "BILLED FOR FAILED DELIVERIES"
                       TO WS-VARIANCE-TYPE
                   MOVE WS-PORTION-COUNT TO WS-VARIANCE-COUNT
                   COMPUTE WS-VARIANCE-VALUE ROUNDED =
                       WS-PORTION-COUNT * WS-VALUATION-RATE
                   PERFORM WRITE-VARIANCE-LINE
               END-IF
               SUBTRACT WS-PORTION-COUNT FROM WS-EXCESS-COUNT
               IF WS-EXCESS-COUNT > 0
                   MOVE "BILLED WITHOUT CONFIRMATION"
                       TO WS-VARIANCE-TYPE
                   MOVE WS-EXCESS-COUNT TO WS-VARIANCE-COUNT
                   COMPUTE WS-VARIANCE-VALUE ROUNDED =
                       WS-EXCESS-COUNT * WS-VALUATION-RATE
                   PERFORM WRITE-VARIANCE-LINE
               END-IF
           END-IF.

       WRITE-VARIANCE-LINE.
           ADD 1 TO WS-INVOICE-VARIANCES
           MOVE WS-VARIANCE-VALUE TO WS-EDIT-VALUE
           MOVE SPACES TO INVOICE-VARIANCE-RECORD
           STRING "  VARIANCE " DELIMITED BY SIZE
                   WS-VARIANCE-TYPE DELIMITED BY SIZE
                   " ITEMS " DELIMITED BY SIZE
                   WS-VARIANCE-COUNT DELIMITED BY SIZE
                   " VALUE " DELIMITED BY SIZE
                   WS-EDIT-VALUE DELIMITED BY SIZE
               INTO INVOICE-VARIANCE-RECORD
           WRITE INVOICE-VARIANCE-RECORD.

      * Supported is the lowest of billed, generated first-pass and
      * confirmed delivered, at the contract rate; whatever the
      * invoice asks for beyond that is in dispute.
       WRITE-INVOICE-RESULT.
           MOVE INV-BILLED-COUNT TO WS-SUPPORTED-COUNT
           IF WS-GEN-FIRST-PASS < WS-SUPPORTED-COUNT
               MOVE WS-GEN-FIRST-PASS TO WS-SUPPORTED-COUNT
           END-IF
           IF WS-CONF-DELIVERED < WS-SUPPORTED-COUNT
               MOVE WS-CONF-DELIVERED TO WS-SUPPORTED-COUNT
           END-IF
           COMPUTE WS-SUPPORTED-AMOUNT ROUNDED =
               WS-SUPPORTED-COUNT * WS-VALUATION-RATE
           COMPUTE WS-DISPUTED-AMOUNT =
               INV-AMOUNT - WS-SUPPORTED-AMOUNT
           IF WS-DISPUTED-AMOUNT < 0
               MOVE 0 TO WS-DISPUTED-AMOUNT
           END-IF
           MOVE WS-SUPPORTED-AMOUNT TO WS-EDIT-SUPPORTED
           MOVE WS-DISPUTED-AMOUNT TO WS-EDIT-DISPUTED
           MOVE SPACES TO INVOICE-VARIANCE-RECORD
           STRING "  SUPPORTED ITEMS " DELIMITED BY SIZE
                   WS-SUPPORTED-COUNT DELIMITED BY SIZE
                   " AMOUNT " DELIMITED BY SIZE
                   WS-EDIT-SUPPORTED DELIMITED BY SIZE
                   " DISPUTED AMOUNT " DELIMITED BY SIZE
                   WS-EDIT-DISPUTED DELIMITED BY SIZE
               INTO INVOICE-VARIANCE-RECORD
           WRITE INVOICE-VARIANCE-RECORD
           MOVE SPACES TO INVOICE-VARIANCE-RECORD
           IF WS-INVOICE-VARIANCES = 0 AND WS-DISPUTED-AMOUNT = 0
               MOVE "  RESULT AGREED" TO INVOICE-VARIANCE-RECORD
               ADD 1 TO WS-STATS-AGREED
           ELSE
               STRING "  RESULT DISPUTED - " DELIMITED BY SIZE
                       WS-INVOICE-VARIANCES DELIMITED BY SIZE
                       " VARIANCE(S)" DELIMITED BY SIZE
                   INTO INVOICE-VARIANCE-RECORD
               ADD 1 TO WS-STATS-DISPUTED
               ADD WS-DISPUTED-AMOUNT TO WS-TOTAL-DISPUTED
           END-IF
           WRITE INVOICE-VARIANCE-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE WS-TOTAL-DISPUTED TO WS-EDIT-TOTAL-DISPUTED
           MOVE SPACES TO INVOICE-VARIANCE-RECORD
           STRING "INVOICES READ " DELIMITED BY SIZE
                   WS-STATS-INVOICES-READ DELIMITED BY SIZE
                   " AGREED " DELIMITED BY SIZE
                   WS-STATS-AGREED DELIMITED BY SIZE
                   " DISPUTED " DELIMITED BY SIZE
                   WS-STATS-DISPUTED DELIMITED BY SIZE
                   " REJECTED " DELIMITED BY SIZE
                   WS-STATS-REJECTED DELIMITED BY SIZE
                   " TOTAL DISPUTED " DELIMITED BY SIZE
                   WS-EDIT-TOTAL-DISPUTED DELIMITED BY SIZE
               INTO INVOICE-VARIANCE-RECORD
           WRITE INVOICE-VARIANCE-RECORD.

       CLOSE-FILES.
           CLOSE VENDOR-INVOICE-FILE INVOICE-VARIANCE-FILE.

       WRITE-STATISTICS-SUMMARY.
           DISPLAY "INVOICE-VERIFY: ===== RUN SUMMARY ====="
           DISPLAY "INVOICE-VERIFY: RATE ROWS LOADED:     "
               WS-RATE-COUNT
           DISPLAY "INVOICE-VERIFY: INVOICES READ:        "
               WS-STATS-INVOICES-READ
           DISPLAY "INVOICE-VERIFY: INVOICES AGREED:      "
               WS-STATS-AGREED
           DISPLAY "INVOICE-VERIFY: INVOICES DISPUTED:    "
               WS-STATS-DISPUTED
           DISPLAY "INVOICE-VERIFY: INVOICES REJECTED:    "
               WS-STATS-REJECTED
           DISPLAY "INVOICE-VERIFY: TOTAL DISPUTED:       "
               WS-EDIT-TOTAL-DISPUTED
           DISPLAY "INVOICE-VERIFY: FILES READ:           "
               WS-STATS-FILES-READ
           DISPLAY "INVOICE-VERIFY: ===== END OF SUMMARY =====".

       END PROGRAM invoice-verify.
